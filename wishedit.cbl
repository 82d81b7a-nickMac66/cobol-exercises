      *                REGION CODE AND NAME FOR THE LISTING HEADING.  *
      *                A BAD FIELD USED TO RIDE THE SORT ALL THE WAY  *
      *                INTO INTFUNC BEFORE ANYTHING COMPLAINED.       *
      *                A CLEAN RECORD FILED UNDER A CLIENT ID THAT    *
      *                CLIENTMNT HAS MERGED INTO ANOTHER IS CARRIED   *
      *                OVER TO THE SURVIVING CLIENT BEFORE THE MERGE  *
      *                SORTS IT, AND THE CHANGE IS LISTED.            *
      *                EVERY REJECT AND WARNING IS ALSO APPENDED TO   *
      *                THE SEASON'S DATA-QUALITY LOG WITH THE REGION  *
      *                AND A REASON CODE, ALONG WITH THE NUMBER OF    *
      *                RECORDS RECEIVED, FOR THE DQSCORE SCORECARD.   *
      *                                                                *
      ******************************************************************

           SELECT WISH-IN-FILE   ASSIGN TO UT-S-WISHIN.
           SELECT WISH-OUT-FILE  ASSIGN TO UT-S-WISHOUT.
           SELECT EDIT-LIST-FILE ASSIGN TO UT-S-EDITLST.
           SELECT CLIENT-MASTER  ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT DATA-QUALITY-FILE ASSIGN TO UT-S-DQLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DQLOG-FILE-STATUS.
           SELECT RUN-DATE-FILE  ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
           DATA RECORD IS EDIT-LIST-RECORD.
      *
       01  EDIT-LIST-RECORD                  PIC X(132).
      *
      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- READ BY KEY ONLY TO FOLLOW THE *
      * CROSS-REFERENCE CLIENTMNT LEAVES ON A MERGED DUPLICATE. A     *
      * MASTER THAT WILL NOT OPEN COSTS THE REDIRECT, NOT THE EDIT.   *
      *---------------------------------------------------------------*
       FD  CLIENT-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
      *
       01  CLIENT-MASTER-RECORD.
           05  CM-CLIENT-ID                  PIC X(5).
           05  CM-CLIENT-NAME                PIC X(25).
           05  CM-CLIENT-DOB                 PIC X(10).
           05  CM-ENROLL-STATUS              PIC X.
           05  CM-STREET-ADDR                PIC X(18).
           05  CM-CITY                       PIC X(12).
           05  CM-STATE                      PIC X(2).
           05  CM-POSTAL-CODE                PIC X(5).
           05  CM-HOUSEHOLD-ID               PIC X(5).
           05  CM-MERGED-INTO-ID             PIC X(5).
           05  FILLER                        PIC X(12).
      *
      *---------------------------------------------------------------*
      * DATA-QUALITY LOG -- CUMULATIVE FOR THE SEASON, SHARED WITH    *
      * INTFUNC AND READ BY DQSCORE. ONE 'N' RECORD PER RUN CARRIES   *
      * THE RECORDS RECEIVED FOR THE REGION; ONE 'R' (REJECTED) OR    *
      * 'F' (FLAGGED, STILL PASSED) RECORD PER PROBLEM FOUND. THE     *
      * RUN STAMP AND SCOPE LET THE SCORECARD KEEP ONLY THE LATEST    *
      * RUN OF A REGION'S EDIT FOR A NIGHT THAT WAS RERUN.            *
      *---------------------------------------------------------------*
       FD  DATA-QUALITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DATA-QUALITY-RECORD.
      *
       01  DATA-QUALITY-RECORD.
           05  DQ-RUN-DATE                   PIC 9(8).
           05  DQ-PROGRAM                    PIC X(8).
           05  DQ-RUN-SCOPE                  PIC X.
           05  DQ-RUN-STAMP                  PIC X(14).
           05  DQ-RESTART-FLAG               PIC X.
           05  DQ-RECORD-TYPE                PIC X.
               88  DQ-RECEIVED-COUNT                   VALUE 'N'.
               88  DQ-REJECTED                         VALUE 'R'.
               88  DQ-FLAGGED                          VALUE 'F'.
               88  DQ-RUN-END                          VALUE 'E'.
           05  DQ-REGION-CODE                PIC X.
           05  DQ-REASON-CODE                PIC X(4).
           05  DQ-CLIENT-ID                  PIC X(5).
           05  DQ-ITEM-NUMBER                PIC X(5).
           05  DQ-COUNT                      PIC 9(7).
           05  DQ-REASON-TEXT                PIC X(30).
           05  FILLER                        PIC X(15).
      *
      *---------------------------------------------------------------*
      * RUN-CONTROL DATE CARD SHARED BY THE WHOLE CHRSTMAS STREAM --  *
      * DATES THE DATA-QUALITY LOG ENTRIES                            *
      *---------------------------------------------------------------*
       FD  RUN-DATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RUN-DATE-RECORD.
      *
       01  RUN-DATE-RECORD.
           05  RD-RUN-DATE                   PIC 9(8).
           05  RD-RUN-DATE-X REDEFINES RD-RUN-DATE
                                             PIC X(8).
           05  FILLER                        PIC X(72).
      /
      ******************************************************************
       WORKING-STORAGE SECTION.
          05 WS-RECORD-CLEAN-SW             PIC X.
             88 WS-RECORD-CLEAN                       VALUE 'Y'.
             88 WS-RECORD-REJECTED                    VALUE 'N'.
          05 WS-CLIENTMS-OPEN-SW            PIC X.
             88 WS-CLIENTMS-OPEN                      VALUE 'Y'.
             88 WS-CLIENTMS-CLOSED                    VALUE 'N'.
          05 WS-SURVIVOR-FOUND-SW           PIC X.
             88 WS-SURVIVOR-FOUND                     VALUE 'Y'.
             88 WS-SURVIVOR-NOT-FOUND                 VALUE 'N'.
          05 WS-MERGE-CHAIN-SW              PIC X.
             88 WS-MERGE-CHAIN-BROKEN                 VALUE 'Y'.
             88 WS-MERGE-CHAIN-OK                     VALUE 'N'.
          05 WS-DQLOG-OPEN-SW               PIC X.
             88 WS-DQLOG-OPEN                         VALUE 'Y'.
             88 WS-DQLOG-CLOSED                       VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-DQLOG-FILE-STATUS              PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-LINE                        PIC S9(3)   PACKED-DECIMAL.
                                                      VALUE ZERO.
          05 WS-FIELD-WARNINGS              PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-RECORDS-REDIRECTED          PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-DQ-RECORDS-LOGGED           PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-MERGED-CLIENT-ID            PIC X(5).
          05 WS-MERGE-HOPS                  PIC S9(3)   PACKED-DECIMAL.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
      *
      *---------------------------------------------------------------*
      * WHAT EACH DATA-QUALITY LOG RECORD FROM THIS RUN CARRIES. THE  *
      * REGION IS THE PARM'S; WITHOUT A PARM IT IS TAKEN OFF THE      *
      * FIRST RECORD READ. THE CALLER SETS THE TYPE AND REASON CODE   *
      * ALONG WITH EDIT-REASON BEFORE A PROBLEM IS LOGGED.            *
      *---------------------------------------------------------------*
       01 WS-DQ-FIELDS.
          05 WS-DQ-REGION-CODE              PIC X.
          05 WS-DQ-RUN-STAMP                PIC X(14).
          05 WS-DQ-RECORD-TYPE              PIC X.
          05 WS-DQ-REASON-CODE              PIC X(4).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-MERGE-HOP-LIMIT             PIC S9(3) PACKED-DECIMAL
                                                      VALUE +5.
      *
      *---------------------------------------------------------------*
      * THE RECORD UNDER EDIT, BROKEN OUT TO THE SAME FIELDS INTFUNC  *
              MOVE SPACES         TO EDIT-HDG-REGION-CODE
                                     EDIT-HDG-REGION-NAME
           END-IF
      *
           MOVE EDIT-HDG-REGION-CODE TO WS-DQ-REGION-CODE
           MOVE FUNCTION CURRENT-DATE (1:14)
                                     TO WS-DQ-RUN-STAMP
      *
           PERFORM A0500-GET-RUN-DATE
           .

      ******************************************************************
       A0500-GET-RUN-DATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD   *
      * THE SAME WAY INTFUNC'S A0500-GET-RUN-DATE DOES. NO CARD (OR   *
      * A BAD ONE) FALLS BACK TO YESTERDAY'S DATE WITH A WARNING.     *
      *---------------------------------------------------------------*
           SET  WS-RUN-DATE-SET-NOT TO TRUE
      *
           OPEN INPUT RUN-DATE-FILE
      *
           IF WS-RUNDATE-FILE-STATUS = '00'
              READ RUN-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RD-RUN-DATE-X IS NUMERIC
                       AND RD-RUN-DATE > ZERO
                       MOVE RD-RUN-DATE TO WS-DATE
                       SET  WS-RUN-DATE-SET TO TRUE
                    END-IF
              END-READ
      *
              CLOSE RUN-DATE-FILE
           END-IF
      *
           IF WS-RUN-DATE-SET-NOT
              DISPLAY 'WARNING: RUN-DATE CARD MISSING OR INVALID '
                      '(STATUS ' WS-RUNDATE-FILE-STATUS ') -- '
                      'USING YESTERDAY''S DATE'
              MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURRENT-DATE
              COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER (
                                   FUNCTION INTEGER-OF-DATE (WS-DATE)
                                   - 1)
           END-IF
           .

      ******************************************************************
           OPEN INPUT  WISH-IN-FILE
                OUTPUT WISH-OUT-FILE
                       EDIT-LIST-FILE
      *
           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS = '00'
              SET WS-CLIENTMS-OPEN   TO TRUE
           ELSE
              SET WS-CLIENTMS-CLOSED TO TRUE
              DISPLAY 'WARNING: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'MERGED CLIENTS NOT REDIRECTED'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           PERFORM B0100-OPEN-DATA-QUALITY-LOG
           .

      ******************************************************************
       B0100-OPEN-DATA-QUALITY-LOG.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE LOG IS APPENDED TO ALL SEASON; THE FIRST RUN CREATES IT.  *
      * A LOG THAT WILL NOT OPEN COSTS THE SCORECARD THIS REGION'S    *
      * NIGHT, NOT THE EDIT.                                          *
      *---------------------------------------------------------------*
           OPEN EXTEND DATA-QUALITY-FILE
           IF WS-DQLOG-FILE-STATUS = '35'
              OPEN OUTPUT DATA-QUALITY-FILE
           END-IF
      *
           IF WS-DQLOG-FILE-STATUS = '00'
              SET WS-DQLOG-OPEN   TO TRUE
           ELSE
              SET WS-DQLOG-CLOSED TO TRUE
              DISPLAY 'WARNING: DATA-QUALITY LOG COULD NOT BE OPENED '
                      '(STATUS ' WS-DQLOG-FILE-STATUS ') -- '
                      'REJECTS NOT LOGGED FOR THE SCORECARD'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
           EVALUATE TRUE
              WHEN WISH-CLIENT-ID = SPACES
                 MOVE 'CLIENT ID IS BLANK'       TO EDIT-REASON
                 MOVE 'ECID'                     TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
              WHEN WISH-CLIENT-NAME = SPACES
                 MOVE 'CLIENT NAME IS BLANK'     TO EDIT-REASON
                 MOVE 'ENAM'                     TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
              WHEN WISH-ITEM-NUMBER-X NOT NUMERIC
                 MOVE 'ITEM NUMBER NOT NUMERIC'  TO EDIT-REASON
                 MOVE 'EITM'                     TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
              WHEN WISH-ITEM-COST-X NOT NUMERIC
                 MOVE 'ITEM COST NOT NUMERIC'    TO EDIT-REASON
                 MOVE 'ECST'                     TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
              WHEN OTHER
                 PERFORM C1000-EDIT-DOB
           IF WS-RECORD-CLEAN
              PERFORM C1500-CHECK-RATING
              PERFORM C1600-CHECK-PRIORITY
              IF WS-CLIENTMS-OPEN
                 PERFORM C1700-REDIRECT-MERGED
              END-IF
           END-IF
      *
           IF WS-RECORD-CLEAN
              WRITE WISH-OUT-RECORD FROM WS-WISH-RECORD
              ADD 1 TO WS-RECORDS-WRITTEN
           END-IF
                OR WISH-DOB-SEP1 NOT = '-'
                OR WISH-DOB-SEP2 NOT = '-'
                 MOVE 'DOB NOT CCYY-MM-DD'       TO EDIT-REASON
                 MOVE 'EDOB'                     TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
              WHEN OTHER
                 MOVE WISH-DOB-MM TO WS-DOB-MM-NUM
                 IF WS-DOB-MM-NUM < 1 OR WS-DOB-MM-NUM > 12
                    OR WS-DOB-DD-NUM < 1 OR WS-DOB-DD-NUM > 31
                    MOVE 'DOB MONTH/DAY OUT OF RANGE' TO EDIT-REASON
                    MOVE 'EDRG'                  TO WS-DQ-REASON-CODE
                    PERFORM C2000-REJECT-RECORD
                 END-IF
           END-EVALUATE
              AND WISH-NAUGHTY-RATING NOT = '05'
              MOVE 'WARNING - INVALID RATING'    TO EDIT-REASON
              PERFORM C2100-WRITE-EDIT-LINE
              MOVE 'F'                           TO WS-DQ-RECORD-TYPE
              MOVE 'WRAT'                        TO WS-DQ-REASON-CODE
              PERFORM C2300-LOG-DATA-QUALITY
              ADD 1 TO WS-FIELD-WARNINGS
           END-IF
           .
              AND WISH-PRIORITY-X NOT NUMERIC
              MOVE 'WARNING - INVALID PRIORITY'   TO EDIT-REASON
              PERFORM C2100-WRITE-EDIT-LINE
              MOVE 'F'                            TO WS-DQ-RECORD-TYPE
              MOVE 'WPRI'                         TO WS-DQ-REASON-CODE
              PERFORM C2300-LOG-DATA-QUALITY
              ADD 1 TO WS-FIELD-WARNINGS
           END-IF
           .

      ******************************************************************
       C1700-REDIRECT-MERGED.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CLIENT CLIENTMNT HAS MERGED AS A DUPLICATE IS INACTIVE AND  *
      * CARRIES THE SURVIVOR'S ID IN CM-MERGED-INTO-ID. THE WISH IS   *
      * REFILED UNDER THE SURVIVOR, WITH THE SURVIVOR'S NAME AND DOB  *
      * SO INTFUNC'S MASTER CHECK AGREES. CLIENTMNT ONLY REFUSES TO   *
      * MERGE INTO A CLIENT THAT IS ITSELF MERGED -- A DUPLICATE THAT *
      * OTHERS WERE ALREADY MERGED INTO CAN STILL BE MERGED ONWARD,   *
      * SO THE CROSS-REFERENCE IS FOLLOWED UNTIL IT REACHES A CLIENT  *
      * THAT IS NOT MERGED. A CHAIN LONGER THAN WS-MERGE-HOP-LIMIT    *
      * (OR ONE THAT LOOPS) IS REJECTED FOR THE COORDINATOR. AN       *
      * UNKNOWN CLIENT ANYWHERE ON THE CHAIN IS LEFT ALONE FOR        *
      * INTFUNC TO REPORT.                                            *
      *---------------------------------------------------------------*
           SET  WS-SURVIVOR-NOT-FOUND TO TRUE
           SET  WS-MERGE-CHAIN-OK     TO TRUE
           MOVE ZERO                  TO WS-MERGE-HOPS
           MOVE WISH-CLIENT-ID        TO CM-CLIENT-ID
      *
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE SPACES            TO CM-MERGED-INTO-ID
           END-READ
      *
           IF CM-MERGED-INTO-ID NOT = SPACES
              MOVE WISH-CLIENT-ID       TO WS-MERGED-CLIENT-ID
              PERFORM C1710-FOLLOW-MERGE
                 UNTIL WS-SURVIVOR-FOUND
                    OR WS-MERGE-CHAIN-BROKEN
                    OR WS-MERGE-HOPS >= WS-MERGE-HOP-LIMIT
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-SURVIVOR-FOUND
                 PERFORM C1720-REFILE-UNDER-SURVIVOR
              WHEN WS-MERGE-CHAIN-BROKEN
                 CONTINUE
              WHEN WS-MERGE-HOPS >= WS-MERGE-HOP-LIMIT
                 MOVE 'MERGE CHAIN TOO LONG OR LOOPED' TO EDIT-REASON
                 MOVE 'EMRG'                    TO WS-DQ-REASON-CODE
                 PERFORM C2000-REJECT-RECORD
           END-EVALUATE
           .

      ******************************************************************
       C1710-FOLLOW-MERGE.
      ******************************************************************

           ADD  1                    TO WS-MERGE-HOPS
           MOVE CM-MERGED-INTO-ID    TO CM-CLIENT-ID
           READ CLIENT-MASTER
              INVALID KEY
                 SET WS-MERGE-CHAIN-BROKEN TO TRUE
              NOT INVALID KEY
                 IF CM-MERGED-INTO-ID = SPACES
                    SET WS-SURVIVOR-FOUND  TO TRUE
                 END-IF
           END-READ
           .

      ******************************************************************
       C1720-REFILE-UNDER-SURVIVOR.
      ******************************************************************

           MOVE CM-CLIENT-ID         TO WISH-CLIENT-ID
           MOVE CM-CLIENT-NAME       TO WISH-CLIENT-NAME
           MOVE CM-CLIENT-DOB        TO WISH-CLIENT-DOB
           MOVE SPACES               TO EDIT-REASON
           STRING 'MERGED - WAS CLIENT '  DELIMITED BY SIZE
                  WS-MERGED-CLIENT-ID     DELIMITED BY SIZE
             INTO EDIT-REASON
           END-STRING
           PERFORM C2100-WRITE-EDIT-LINE
           ADD 1 TO WS-RECORDS-REDIRECTED
           .

      ******************************************************************
       C2000-REJECT-RECORD.
      ******************************************************************
           SET WS-RECORD-REJECTED TO TRUE
           PERFORM C2100-WRITE-EDIT-LINE
           ADD 1 TO WS-RECORDS-REJECTED
      *
           MOVE 'R' TO WS-DQ-RECORD-TYPE
           PERFORM C2300-LOG-DATA-QUALITY
           .

      ******************************************************************
              AFTER 2
           .

      ******************************************************************
       C2300-LOG-DATA-QUALITY.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LOG RECORD PER PROBLEM, CARRYING THE SAME REASON TEXT THE *
      * LISTING PRINTS. THE CALLER SETS EDIT-REASON, WS-DQ-RECORD-    *
      * TYPE AND WS-DQ-REASON-CODE FIRST.                             *
      *---------------------------------------------------------------*
           IF WS-DQLOG-OPEN
              PERFORM X2000-FORMAT-DQ-RECORD
              MOVE WS-DQ-RECORD-TYPE  TO DQ-RECORD-TYPE
              MOVE WS-DQ-REASON-CODE  TO DQ-REASON-CODE
              MOVE WISH-CLIENT-ID     TO DQ-CLIENT-ID
              MOVE WISH-ITEM-NUMBER-X TO DQ-ITEM-NUMBER
              MOVE 1                  TO DQ-COUNT
              MOVE EDIT-REASON        TO DQ-REASON-TEXT
              WRITE DATA-QUALITY-RECORD
              ADD 1 TO WS-DQ-RECORDS-LOGGED
           END-IF
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************
           MOVE 'FIELD WARNINGS:'    TO EDIT-TOTAL-LABEL
           MOVE WS-FIELD-WARNINGS    TO EDIT-TOTAL-COUNT
           PERFORM D0100-WRITE-TOTAL-LINE
           MOVE 'MERGED REDIRECTED:'  TO EDIT-TOTAL-LABEL
           MOVE WS-RECORDS-REDIRECTED TO EDIT-TOTAL-COUNT
           PERFORM D0100-WRITE-TOTAL-LINE
      *
           PERFORM D0200-LOG-RECORDS-RECEIVED
      *
           DISPLAY ' '
           DISPLAY 'REGIONAL WISH-FILE EDIT SUMMARY -- REGION '
           DISPLAY '  RECORDS PASSED:    ' WS-RECORDS-WRITTEN
           DISPLAY '  RECORDS REJECTED:  ' WS-RECORDS-REJECTED
           DISPLAY '  FIELD WARNINGS:   ' WS-FIELD-WARNINGS 
           DISPLAY '  MERGED REDIRECTED: ' WS-RECORDS-REDIRECTED
           DISPLAY '  DQ RECORDS LOGGED: ' WS-DQ-RECORDS-LOGGED
           .

      ******************************************************************
              AFTER 1
           .

      ******************************************************************
       D0200-LOG-RECORDS-RECEIVED.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SCORECARD'S RATES ARE PER RECORD RECEIVED, SO THE COUNT   *
      * GOES ON THE LOG EVEN ON A NIGHT THE REGION SENT NOTHING. A    *
      * RUN WITH NO PARM AND NO RECORDS HAS NO REGION TO CREDIT.      *
      *---------------------------------------------------------------*
           IF WS-DQLOG-OPEN
              AND WS-DQ-REGION-CODE NOT = SPACE
              PERFORM X2000-FORMAT-DQ-RECORD
              MOVE 'N'                TO DQ-RECORD-TYPE
              MOVE WS-RECORDS-READ    TO DQ-COUNT
              MOVE 'RECORDS RECEIVED' TO DQ-REASON-TEXT
              WRITE DATA-QUALITY-RECORD
              ADD 1 TO WS-DQ-RECORDS-LOGGED
           END-IF
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************
           CLOSE WISH-IN-FILE
                 WISH-OUT-FILE
                 EDIT-LIST-FILE
      *
           IF WS-CLIENTMS-OPEN
              CLOSE CLIENT-MASTER
           END-IF
      *
           IF WS-DQLOG-OPEN
              CLOSE DATA-QUALITY-FILE
           END-IF
           .

      ******************************************************************
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
                 IF WS-DQ-REGION-CODE = SPACE
                    MOVE WISH-REGION-CODE TO WS-DQ-REGION-CODE
                 END-IF
           END-READ
           .

      ******************************************************************
       X2000-FORMAT-DQ-RECORD.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE FIELDS EVERY LOG RECORD FROM THIS RUN SHARES. A REGION'S  *
      * EDIT IS ITS OWN RUN, SO THE SCOPE IS THE REGION CODE.         *
      *---------------------------------------------------------------*
           MOVE SPACES            TO DATA-QUALITY-RECORD
           MOVE WS-DATE           TO DQ-RUN-DATE
           MOVE 'WISHEDIT'        TO DQ-PROGRAM
           MOVE WS-DQ-REGION-CODE TO DQ-RUN-SCOPE
                                     DQ-REGION-CODE
           MOVE WS-DQ-RUN-STAMP   TO DQ-RUN-STAMP
           MOVE 'N'               TO DQ-RESTART-FLAG
           MOVE ZERO              TO DQ-COUNT
           .
