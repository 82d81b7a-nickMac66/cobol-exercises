      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   DQSCORE.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PER-REGION DATA-QUALITY SCORECARD. READ THE    *
      *                SEASON'S DATA-QUALITY LOG -- THE RECORDS       *
      *                RECEIVED THAT WISHEDIT COUNTS FOR EACH REGION, *
      *                ITS REJECTS AND WARNINGS, AND INTFUNC'S        *
      *                EXCEPTIONS, PRICE DISCREPANCIES AND AGED-OUT   *
      *                CLIENTS, EACH WITH A REGION AND REASON CODE.   *
      *                FOR EACH DROP-OFF REGION, REPORT TONIGHT'S AND *
      *                THE SEASON-TO-DATE COUNT AND RATE PER 100      *
      *                RECORDS RECEIVED FOR EVERY REASON, THEN RANK   *
      *                THE REGIONS WORST FIRST AND LIST THE RATES     *
      *                NIGHT BY NIGHT, SO RETRAINING GOES WHERE THE   *
      *                BAD KEYING IS BEFORE THE PEAK WEEKS. A NIGHT   *
      *                WHOSE EDIT OR INTFUNC STEP WAS RERUN COUNTS    *
      *                ONLY THE LATEST RUN (PLUS ANY INTFUNC RESTART  *
      *                THAT CONTINUED IT).                            *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       CONFIGURATION SECTION.
      ******************************************************************

       SPECIAL-NAMES.
           C01 IS TOP-PAGE.

      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************

       FILE-CONTROL.
           SELECT DATA-QUALITY-FILE ASSIGN TO UT-S-DQLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DQLOG-FILE-STATUS.
           SELECT REGION-CONTROL-FILE ASSIGN TO UT-S-REGCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REGCTL-FILE-STATUS.
           SELECT SORT-WORK-FILE    ASSIGN TO UT-S-SORTWK.
           SELECT SCORECARD-REPORT  ASSIGN TO UT-S-SCORERPT.
           SELECT RUN-DATE-FILE     ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * DATA-QUALITY LOG -- CUMULATIVE FOR THE SEASON, APPENDED BY    *
      * WISHEDIT AND INTFUNC. 'N' RECORDS CARRY THE RECORDS RECEIVED  *
      * FOR A REGION; 'R' (REJECTED) AND 'F' (FLAGGED, STILL PASSED)  *
      * RECORDS ONE PROBLEM EACH; AN 'E' RECORD ENDS A FINISHED       *
      * INTFUNC RUN AND COUNTS TOWARD NOTHING. RUN DATE + PROGRAM +   *
      * SCOPE NAME ONE NIGHT'S RUN OF A STEP; THE RUN STAMP TELLS A   *
      * RERUN APART.                                                  *
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
      * REGION CONTROL FILE -- SAME FILE THE MERGE READS. ONLY THE    *
      * CODE-TO-NAME MAPPING IS USED, AND IT SETS THE ORDER THE       *
      * REGIONS ARE LISTED IN.                                        *
      *---------------------------------------------------------------*
       FD  REGION-CONTROL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGION-CONTROL-RECORD.
      *
       01  REGION-CONTROL-RECORD.
           05  RC-REGION-CODE                PIC X.
           05  RC-REGION-NAME                PIC X(20).
           05  RC-FILE-NUMBER                PIC 9.
           05  RC-REGION-STATUS              PIC X.
           05  FILLER                        PIC X(57).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- THE SEASON'S LOG RECORDS, EACH NIGHT'S RUNS *
      * OF A STEP TOGETHER, NEWEST RUN FIRST                          *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-DQ-RECORD.
      *
       01  SD-DQ-RECORD.
           05  SD-RUN-KEY.
               10  SD-RUN-DATE               PIC 9(8).
               10  SD-PROGRAM                PIC X(8).
               10  SD-RUN-SCOPE              PIC X.
           05  SD-RUN-STAMP                  PIC X(14).
           05  SD-RESTART-FLAG               PIC X.
           05  SD-RECORD-TYPE                PIC X.
               88  SD-RUN-END                          VALUE 'E'.
           05  SD-REGION-CODE                PIC X.
           05  SD-REASON-CODE                PIC X(4).
           05  SD-CLIENT-ID                  PIC X(5).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-COUNT                      PIC 9(7).
           05  SD-REASON-TEXT                PIC X(30).
           05  FILLER                        PIC X(15).
      *
       FD  SCORECARD-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SCORECARD-REPORT-RECORD.
      *
       01  SCORECARD-REPORT-RECORD           PIC X(132).
      *
      *---------------------------------------------------------------*
      * RUN-CONTROL DATE CARD SHARED BY THE WHOLE CHRSTMAS STREAM     *
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
      ******************************************************************

       01 WS-EYECATCHER                     PIC X(46) VALUE
           "*** BEGINNING OF WORKING-STORAGE ***".
      *
       01 WS-PROGRAM-INDICATORS.
          05 WS-MORE-RECORDS                PIC X.
             88 MORE-RECORDS                          VALUE 'Y'.
             88 NO-MORE-RECORDS                       VALUE 'N'.
          05 WS-MORE-SORTED-SW              PIC X.
             88 MORE-SORTED-RECORDS                   VALUE 'Y'.
             88 NO-MORE-SORTED-RECORDS                VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
          05 WS-RUN-TAKEN-SW                PIC X.
             88 WS-RUN-TAKEN                          VALUE 'Y'.
             88 WS-RUN-SUPERSEDED                     VALUE 'N'.
      *
       01 WS-DQLOG-FILE-STATUS              PIC XX.
      *
       01 WS-REGCTL-FILE-STATUS             PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-LOG-READ                    PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LOG-IN-SEASON               PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LOG-TAKEN                   PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LOG-SUPERSEDED              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LOG-UNKNOWN-TYPE            PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-SEARCH-REGION               PIC X.
          05 WS-SEARCH-REASON               PIC X(4).
          05 WS-RATE-COUNT                  PIC S9(7) COMP-3.
          05 WS-RATE-BASE                   PIC S9(7) COMP-3.
          05 WS-RATE                        PIC S9(4)V9 PACKED-DECIMAL.
          05 WS-BEST-KEY                    PIC S9(5)V9 PACKED-DECIMAL.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * THE STEP RUN WHOSE RECORDS ARE COMING BACK FROM THE SORT. THE *
      * NEWEST RUN OF A NIGHT'S STEP IS TAKEN; AN OLDER ONE ONLY WHEN *
      * EVERY NEWER RUN TAKEN WAS A RESTART THAT CONTINUED IT.        *
      *---------------------------------------------------------------*
       01 WS-GRP-FIELDS.
          05 WS-GRP-RUN-KEY                 PIC X(17).
          05 WS-GRP-RUN-STAMP               PIC X(14).
          05 WS-GRP-RESTART-FLAG            PIC X.
      *
      *---------------------------------------------------------------*
      * REGIONS -- LOADED FROM THE REGION CONTROL FILE, THEN ANY CODE *
      * ON THE LOG THE CONTROL FILE DOESN'T LIST. TONIGHT'S AND THE   *
      * SEASON'S RECORDS RECEIVED, REJECTED AND FLAGGED, AND THE      *
      * RANKING KEY (SEASON PROBLEM RATE; -1 WHEN NOTHING RECEIVED).  *
      *---------------------------------------------------------------*
       01 WS-RGN-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +10.
       01 WS-RGN-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-RGN-IDX                        PIC S9(4) BINARY.
       01 WS-RGN-HOLD                       PIC S9(4) BINARY.
       01 WS-RGN-FULL-WARNED                PIC X     VALUE 'N'.
       01 WS-RGN-TABLE.
          05 WS-RGN-ENTRY OCCURS 10 TIMES.
             10 WS-RGN-CODE                 PIC X.
             10 WS-RGN-NAME                 PIC X(20).
             10 WS-RGN-RANKED-SW            PIC X.
             10 WS-RGN-NIGHT-RECEIVED       PIC S9(7) COMP-3.
             10 WS-RGN-NIGHT-REJECTED       PIC S9(7) COMP-3.
             10 WS-RGN-NIGHT-FLAGGED        PIC S9(7) COMP-3.
             10 WS-RGN-SEASON-RECEIVED      PIC S9(7) COMP-3.
             10 WS-RGN-SEASON-REJECTED      PIC S9(7) COMP-3.
             10 WS-RGN-SEASON-FLAGGED       PIC S9(7) COMP-3.
             10 WS-RGN-RANK-KEY             PIC S9(5)V9 COMP-3.
      *
      *---------------------------------------------------------------*
      * REGIONS IN RANK ORDER -- WORST SEASON PROBLEM RATE FIRST      *
      *---------------------------------------------------------------*
       01 WS-RANK-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-RANK-IDX                       PIC S9(4) BINARY.
       01 WS-RANK-TABLE.
          05 WS-RANK-REGION OCCURS 10 TIMES PIC S9(4) BINARY.
      *
      *---------------------------------------------------------------*
      * REASON CODES -- THE ONES WISHEDIT AND INTFUNC WRITE ARE       *
      * LOADED BY A0100-LOAD-REASON-CODES IN THE ORDER THEY PRINT,    *
      * REJECTS FIRST. A CODE NOT LOADED THERE IS ADDED THE FIRST     *
      * TIME IT TURNS UP, WITH THE LOG RECORD'S TYPE AND TEXT.        *
      *---------------------------------------------------------------*
       01 WS-RSN-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +30.
       01 WS-RSN-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-RSN-IDX                        PIC S9(4) BINARY.
       01 WS-RSN-HOLD                       PIC S9(4) BINARY.
       01 WS-RSN-FULL-WARNED                PIC X     VALUE 'N'.
       01 WS-RSN-TABLE.
          05 WS-RSN-ENTRY OCCURS 30 TIMES.
             10 WS-RSN-CODE                 PIC X(4).
             10 WS-RSN-TYPE                 PIC X.
             10 WS-RSN-TEXT                 PIC X(30).
      *
      *---------------------------------------------------------------*
      * PROBLEM COUNTS BY REGION AND REASON, TONIGHT AND SEASON       *
      *---------------------------------------------------------------*
       01 WS-CELL-TABLE.
          05 WS-CELL-REGION OCCURS 10 TIMES.
             10 WS-CELL-REASON OCCURS 30 TIMES.
                15 WS-CELL-NIGHT            PIC S9(7) COMP-3.
                15 WS-CELL-SEASON           PIC S9(7) COMP-3.
      *
      *---------------------------------------------------------------*
      * NIGHT-BY-NIGHT FIGURES PER REGION, ONE ENTRY PER RUN DATE IN  *
      * THE ORDER THE SORT RETURNS THEM (OLDEST FIRST)                *
      *---------------------------------------------------------------*
       01 WS-NGT-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +120.
       01 WS-NGT-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-NGT-IDX                        PIC S9(4) BINARY.
       01 WS-NGT-HOLD                       PIC S9(4) BINARY.
       01 WS-NGT-FULL-WARNED                PIC X     VALUE 'N'.
       01 WS-NGT-TABLE.
          05 WS-NGT-ENTRY OCCURS 120 TIMES.
             10 WS-NGT-DATE                 PIC 9(8).
             10 WS-NGT-REGION OCCURS 10 TIMES.
                15 WS-NGT-RECEIVED          PIC S9(7) COMP-3.
                15 WS-NGT-REJECTED          PIC S9(7) COMP-3.
                15 WS-NGT-FLAGGED           PIC S9(7) COMP-3.
      *
       01 WS-PRINT-LINE                     PIC X(132).
       01 WS-HEADING-2-HOLD                 PIC X(132).
      *
       01 WS-SC-HEADING-1.
          05 SC-HDG-YYYY                    PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 SC-HDG-MM                      PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 SC-HDG-DD                      PIC 99.
          05 FILLER                         PIC X(25) VALUE SPACES.
          05 SC-HDG-TITLE                   PIC X(88).
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 SC-HDG-PAGE                    PIC ZZ9.
      *
       01 WS-SC-HEADING-2.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'CODE'.
          05 FILLER                         PIC X(9)  VALUE 'TYPE'.
          05 FILLER                         PIC X(33) VALUE 'REASON'.
          05 FILLER                         PIC X(10) VALUE 'TONIGHT'.
          05 FILLER                         PIC X(11) VALUE 'RATE %'.
          05 FILLER                         PIC X(10) VALUE ' SEASON'.
          05 FILLER                         PIC X(49) VALUE 'RATE %'.
      *
       01 WS-SC-REGION-LINE.
          05 FILLER                         PIC X(7)  VALUE 'REGION'.
          05 SC-RGN-CODE                    PIC X.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SC-RGN-NAME                    PIC X(20).
          05 FILLER                         PIC X(102) VALUE SPACES.
      *
       01 WS-SC-DETAIL.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 SC-REASON-CODE                 PIC X(4).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SC-TYPE-TEXT                   PIC X(9).
          05 SC-REASON-TEXT                 PIC X(30).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SC-NIGHT-COUNT                 PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SC-NIGHT-RATE                  PIC ZZZ9.9.
          05 SC-NIGHT-RATE-X REDEFINES SC-NIGHT-RATE
                                            PIC X(6).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 SC-SEASON-COUNT                PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SC-SEASON-RATE                 PIC ZZZ9.9.
          05 SC-SEASON-RATE-X REDEFINES SC-SEASON-RATE
                                            PIC X(6).
          05 FILLER                         PIC X(43) VALUE SPACES.
      *
       01 WS-SC-NONE-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(128) VALUE
             'NOTHING ON THE DATA-QUALITY LOG FOR THIS SEASON'.
      *
       01 WS-RK-HEADING-2.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'RANK'.
          05 FILLER                         PIC X(5)  VALUE 'RGN'.
          05 FILLER                         PIC X(23) VALUE 'NAME'.
          05 FILLER                         PIC X(10) VALUE 'RECEIVED'.
          05 FILLER                         PIC X(10) VALUE 'REJECTED'.
          05 FILLER                         PIC X(9)  VALUE 'REJ %'.
          05 FILLER                         PIC X(10) VALUE 'FLAGGED'.
          05 FILLER                         PIC X(10) VALUE 'FLAG %'.
          05 FILLER                         PIC X(10) VALUE 'PROB %'.
          05 FILLER                         PIC X(37) VALUE
             'TONIGHT PROB %'.
      *
       01 WS-RK-DETAIL.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RK-RANK                        PIC ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RK-REGION-CODE                 PIC X.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-REGION-NAME                 PIC X(20).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-RECEIVED                    PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-REJECTED                    PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-REJECT-RATE                 PIC ZZZ9.9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-FLAGGED                     PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-FLAG-RATE                   PIC ZZZ9.9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RK-PROBLEM-RATE                PIC ZZZ9.9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RK-NIGHT-RATE                  PIC ZZZ9.9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RK-NOTE                        PIC X(28).
      *
       01 WS-RK-NOTE-LINE.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(32) VALUE
             'PROB % IS RECORDS REJECTED PLUS '.
          05 FILLER                         PIC X(98) VALUE
             'RECORDS FLAGGED PER 100 RECORDS RECEIVED'.
      *
       01 WS-NT-HEADING-2.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(14) VALUE 'NIGHT'.
          05 FILLER                         PIC X(4)  VALUE 'RGN'.
          05 FILLER                         PIC X(23) VALUE 'NAME'.
          05 FILLER                         PIC X(10) VALUE 'RECEIVED'.
          05 FILLER                         PIC X(10) VALUE 'REJECTED'.
          05 FILLER                         PIC X(9)  VALUE 'REJ %'.
          05 FILLER                         PIC X(10) VALUE 'FLAGGED'.
          05 FILLER                         PIC X(50) VALUE 'FLAG %'.
      *
       01 WS-NT-DETAIL.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 NT-YYYY                        PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 NT-MM                          PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 NT-DD                          PIC 99.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 NT-REGION-CODE                 PIC X.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-REGION-NAME                 PIC X(20).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-RECEIVED                    PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-REJECTED                    PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-REJECT-RATE                 PIC ZZZ9.9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-FLAGGED                     PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 NT-FLAG-RATE                   PIC ZZZ9.9.
          05 FILLER                         PIC X(44) VALUE SPACES.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING  KEY SD-RUN-DATE SD-PROGRAM SD-RUN-SCOPE
              ON DESCENDING KEY SD-RUN-STAMP
              INPUT  PROCEDURE IS C0000-RELEASE-SEASON
              OUTPUT PROCEDURE IS D0000-TAKE-LATEST-RUNS
      *
           PERFORM E0000-RANK-REGIONS
           PERFORM F0000-WRITE-SCORECARD
           PERFORM G0000-WRITE-RANKING
           PERFORM H0000-WRITE-NIGHTLY
           PERFORM J0000-WRITE-TOTALS
           PERFORM K0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
           INITIALIZE WS-CELL-TABLE
      *
           PERFORM A0500-GET-RUN-DATE
           PERFORM A0100-LOAD-REASON-CODES
      *
           MOVE WS-DATE (1:4) TO SC-HDG-YYYY
           MOVE WS-DATE (5:2) TO SC-HDG-MM
           MOVE WS-DATE (7:2) TO SC-HDG-DD
           .

      ******************************************************************
       A0100-LOAD-REASON-CODES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE REASON CODES WISHEDIT AND INTFUNC WRITE, REJECTS ('R')    *
      * FIRST, THEN THE RECORDS THAT PASSED BUT WERE FLAGGED ('F')    *
      *---------------------------------------------------------------*
           MOVE 'ECID'                         TO WS-RSN-CODE (1)
           MOVE 'R'                            TO WS-RSN-TYPE (1)
           MOVE 'CLIENT ID IS BLANK'           TO WS-RSN-TEXT (1)
           MOVE 'ENAM'                         TO WS-RSN-CODE (2)
           MOVE 'R'                            TO WS-RSN-TYPE (2)
           MOVE 'CLIENT NAME IS BLANK'         TO WS-RSN-TEXT (2)
           MOVE 'EITM'                         TO WS-RSN-CODE (3)
           MOVE 'R'                            TO WS-RSN-TYPE (3)
           MOVE 'ITEM NUMBER NOT NUMERIC'      TO WS-RSN-TEXT (3)
           MOVE 'ECST'                         TO WS-RSN-CODE (4)
           MOVE 'R'                            TO WS-RSN-TYPE (4)
           MOVE 'ITEM COST NOT NUMERIC'        TO WS-RSN-TEXT (4)
           MOVE 'EDOB'                         TO WS-RSN-CODE (5)
           MOVE 'R'                            TO WS-RSN-TYPE (5)
           MOVE 'DOB NOT CCYY-MM-DD'           TO WS-RSN-TEXT (5)
           MOVE 'EDRG'                         TO WS-RSN-CODE (6)
           MOVE 'R'                            TO WS-RSN-TYPE (6)
           MOVE 'DOB MONTH/DAY OUT OF RANGE'   TO WS-RSN-TEXT (6)
           MOVE 'EMRG'                         TO WS-RSN-CODE (7)
           MOVE 'R'                            TO WS-RSN-TYPE (7)
           MOVE 'MERGE CHAIN TOO LONG OR LOOPED' TO WS-RSN-TEXT (7)
           MOVE 'XOLD'                         TO WS-RSN-CODE (8)
           MOVE 'R'                            TO WS-RSN-TYPE (8)
           MOVE 'CLIENT IS 13 OR OVER'         TO WS-RSN-TEXT (8)
           MOVE 'WRAT'                         TO WS-RSN-CODE (9)
           MOVE 'F'                            TO WS-RSN-TYPE (9)
           MOVE 'INVALID NAUGHTY RATING'       TO WS-RSN-TEXT (9)
           MOVE 'WPRI'                         TO WS-RSN-CODE (10)
           MOVE 'F'                            TO WS-RSN-TYPE (10)
           MOVE 'INVALID WISH PRIORITY'        TO WS-RSN-TEXT (10)
           MOVE 'XCLI'                         TO WS-RSN-CODE (11)
           MOVE 'F'                            TO WS-RSN-TYPE (11)
           MOVE 'CLIENT NOT IN CLIENT-MASTER'  TO WS-RSN-TEXT (11)
           MOVE 'XMRG'                         TO WS-RSN-CODE (12)
           MOVE 'F'                            TO WS-RSN-TYPE (12)
           MOVE 'CLIENT MERGED INTO ANOTHER'   TO WS-RSN-TEXT (12)
           MOVE 'XMIS'                         TO WS-RSN-CODE (13)
           MOVE 'F'                            TO WS-RSN-TYPE (13)
           MOVE 'CLIENT NAME/DOB MISMATCH'     TO WS-RSN-TEXT (13)
           MOVE 'XLST'                         TO WS-RSN-CODE (14)
           MOVE 'F'                            TO WS-RSN-TYPE (14)
           MOVE 'SAME ITEM AS LAST SEASON'     TO WS-RSN-TEXT (14)
           MOVE 'XITM'                         TO WS-RSN-CODE (15)
           MOVE 'F'                            TO WS-RSN-TYPE (15)
           MOVE 'ITEM NOT IN ITEM-MASTER'      TO WS-RSN-TEXT (15)
           MOVE 'XAGE'                         TO WS-RSN-CODE (16)
           MOVE 'F'                            TO WS-RSN-TYPE (16)
           MOVE 'ITEM AGE-INAPPROPRIATE'       TO WS-RSN-TEXT (16)
           MOVE 'XPRC'                         TO WS-RSN-CODE (17)
           MOVE 'F'                            TO WS-RSN-TYPE (17)
           MOVE 'KEYED COST OFF CATALOG PRICE' TO WS-RSN-TEXT (17)
           MOVE 17                             TO WS-RSN-COUNT
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
       B0000-OPEN-FILES.
      ******************************************************************

           OPEN OUTPUT SCORECARD-REPORT
      *
           PERFORM B0100-LOAD-REGIONS
           .

      ******************************************************************
       B0100-LOAD-REGIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE CONTROL FILE NAMES THE REGIONS AND SETS THEIR ORDER, SO A *
      * REGION THAT SENT NOTHING ALL SEASON STILL SHOWS. NO FILE      *
      * JUST MEANS THE REGIONS ON THE LOG ARE SHOWN BY CODE ALONE.    *
      *---------------------------------------------------------------*
           OPEN INPUT REGION-CONTROL-FILE
      *
           IF WS-REGCTL-FILE-STATUS = '00'
              SET  MORE-RECORDS TO TRUE
              PERFORM UNTIL NO-MORE-RECORDS
                 READ REGION-CONTROL-FILE
                    AT END
                       SET NO-MORE-RECORDS TO TRUE
                    NOT AT END
                       MOVE RC-REGION-CODE TO WS-SEARCH-REGION
                       PERFORM X2000-FIND-REGION
                       IF WS-RGN-HOLD > ZERO
                          MOVE RC-REGION-NAME TO
                               WS-RGN-NAME (WS-RGN-HOLD)
                       END-IF
                 END-READ
              END-PERFORM
      *
              CLOSE REGION-CONTROL-FILE
           ELSE
              DISPLAY 'WARNING: REGION-CONTROL-FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-REGCTL-FILE-STATUS ') -- '
                      'REGIONS SHOWN BY CODE ONLY'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-RELEASE-SEASON.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SEASON IS THE RUN DATE'S YEAR, UP TO AND INCLUDING THE    *
      * RUN DATE -- A RERUN OF AN EARLIER NIGHT SCORES THAT NIGHT AS  *
      * IT STOOD. NO LOG MEANS AN EMPTY SCORECARD, NOT AN ABEND.      *
      *---------------------------------------------------------------*
           OPEN INPUT DATA-QUALITY-FILE
      *
           IF WS-DQLOG-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: DATA-QUALITY LOG COULD NOT BE OPENED '
                      '(STATUS ' WS-DQLOG-FILE-STATUS ') -- '
                      'SCORECARD IS EMPTY'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X1000-READ-LOG
              PERFORM UNTIL NO-MORE-RECORDS
                 IF DQ-RUN-DATE IS NUMERIC
                    AND DQ-RUN-DATE (1:4) = WS-DATE (1:4)
                    AND DQ-RUN-DATE <= WS-DATE
                    ADD  1                   TO WS-LOG-IN-SEASON
                    MOVE DATA-QUALITY-RECORD TO SD-DQ-RECORD
                    RELEASE SD-DQ-RECORD
                 END-IF
                 PERFORM X1000-READ-LOG
              END-PERFORM
      *
              CLOSE DATA-QUALITY-FILE
           END-IF
           .

      ******************************************************************
       D0000-TAKE-LATEST-RUNS.
      ******************************************************************

           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-GRP-RUN-KEY
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                 NOT AT END
                    PERFORM D1000-JUDGE-RUN
                    IF WS-RUN-TAKEN
                       ADD 1 TO WS-LOG-TAKEN
                       IF NOT SD-RUN-END
                          PERFORM D2000-ADD-TO-SCORECARD
                       END-IF
                    ELSE
                       ADD 1 TO WS-LOG-SUPERSEDED
                    END-IF
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-JUDGE-RUN.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE FIRST STAMP BACK FOR A NIGHT'S STEP IS ITS NEWEST RUN AND *
      * IS TAKEN. AN OLDER RUN IS TAKEN ONLY WHILE THE RUN TAKEN JUST *
      * BEFORE IT WAS AN INTFUNC RESTART -- THE RESTART ONLY WROTE    *
      * WHAT CAME AFTER ITS CHECKPOINT, SO THE RUN IT CONTINUED STILL *
      * HOLDS THE REST. ANYTHING OLDER WAS RERUN AND IS SUPERSEDED.   *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN SD-RUN-KEY NOT = WS-GRP-RUN-KEY
                 MOVE SD-RUN-KEY      TO WS-GRP-RUN-KEY
                 MOVE SD-RUN-STAMP    TO WS-GRP-RUN-STAMP
                 MOVE SD-RESTART-FLAG TO WS-GRP-RESTART-FLAG
                 SET  WS-RUN-TAKEN    TO TRUE
              WHEN SD-RUN-STAMP = WS-GRP-RUN-STAMP
                 CONTINUE
              WHEN WS-RUN-TAKEN
                 AND WS-GRP-RESTART-FLAG = 'Y'
                 MOVE SD-RUN-STAMP    TO WS-GRP-RUN-STAMP
                 MOVE SD-RESTART-FLAG TO WS-GRP-RESTART-FLAG
              WHEN OTHER
                 MOVE SD-RUN-STAMP    TO WS-GRP-RUN-STAMP
                 SET  WS-RUN-SUPERSEDED TO TRUE
           END-EVALUATE
           .

      ******************************************************************
       D2000-ADD-TO-SCORECARD.
      ******************************************************************

      *---------------------------------------------------------------*
      * AN 'N' RECORD ADDS TO THE REGION'S RECORDS RECEIVED; AN 'R'   *
      * OR 'F' TO ITS REASON AND TO THE REGION'S REJECTED OR FLAGGED  *
      * TOTAL -- TONIGHT'S FIGURES ONLY WHEN IT IS TONIGHT'S RECORD.  *
      * AN 'E' RECORD NEVER COMES HERE: IT ONLY MARKS WHICH RUN IS    *
      * THE LATEST.                                                   *
      *---------------------------------------------------------------*
           MOVE SD-REGION-CODE TO WS-SEARCH-REGION
           PERFORM X2000-FIND-REGION
           IF WS-RGN-HOLD > ZERO
              PERFORM D2100-FIND-NIGHT
              PERFORM D2300-POST-RECORD
           END-IF
           .

      ******************************************************************
       D2100-FIND-NIGHT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SORT RETURNS THE NIGHTS OLDEST FIRST, SO A NEW RUN DATE   *
      * IS ALWAYS THE NEXT ENTRY. PAST THE END OF THE TABLE THE       *
      * NIGHT-BY-NIGHT LISTING STOPS SHORT; THE TOTALS STILL COUNT.   *
      *---------------------------------------------------------------*
           IF WS-NGT-COUNT > ZERO
              AND WS-NGT-DATE (WS-NGT-COUNT) = SD-RUN-DATE
              MOVE WS-NGT-COUNT TO WS-NGT-HOLD
           ELSE
              IF WS-NGT-COUNT < WS-NGT-TABLE-MAX
                 ADD  1            TO WS-NGT-COUNT
                 INITIALIZE WS-NGT-ENTRY (WS-NGT-COUNT)
                 MOVE SD-RUN-DATE  TO WS-NGT-DATE (WS-NGT-COUNT)
                 MOVE WS-NGT-COUNT TO WS-NGT-HOLD
              ELSE
                 MOVE ZERO         TO WS-NGT-HOLD
                 IF WS-NGT-FULL-WARNED = 'N'
                    DISPLAY 'WARNING: MORE THAN ' WS-NGT-TABLE-MAX
                            ' NIGHTS ON THE LOG -- NIGHT-BY-NIGHT '
                            'LISTING STOPS AT ' WS-NGT-DATE
                            (WS-NGT-COUNT)
                    MOVE 'Y' TO WS-NGT-FULL-WARNED
                    MOVE 4   TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       D2200-ADD-REGION-PROBLEM.
      ******************************************************************

           IF SD-RECORD-TYPE = 'R'
              ADD SD-COUNT TO WS-RGN-SEASON-REJECTED (WS-RGN-HOLD)
              IF SD-RUN-DATE = WS-DATE
                 ADD SD-COUNT TO WS-RGN-NIGHT-REJECTED (WS-RGN-HOLD)
              END-IF
              IF WS-NGT-HOLD > ZERO
                 ADD SD-COUNT TO
                     WS-NGT-REJECTED (WS-NGT-HOLD WS-RGN-HOLD)
              END-IF
           ELSE
              ADD SD-COUNT TO WS-RGN-SEASON-FLAGGED (WS-RGN-HOLD)
              IF SD-RUN-DATE = WS-DATE
                 ADD SD-COUNT TO WS-RGN-NIGHT-FLAGGED (WS-RGN-HOLD)
              END-IF
              IF WS-NGT-HOLD > ZERO
                 ADD SD-COUNT TO
                     WS-NGT-FLAGGED (WS-NGT-HOLD WS-RGN-HOLD)
              END-IF
           END-IF
           .

      ******************************************************************
       D2300-POST-RECORD.
      ******************************************************************

           EVALUATE SD-RECORD-TYPE
              WHEN 'N'
                 ADD SD-COUNT TO WS-RGN-SEASON-RECEIVED (WS-RGN-HOLD)
                 IF SD-RUN-DATE = WS-DATE
                    ADD SD-COUNT TO
                        WS-RGN-NIGHT-RECEIVED (WS-RGN-HOLD)
                 END-IF
                 IF WS-NGT-HOLD > ZERO
                    ADD SD-COUNT TO
                        WS-NGT-RECEIVED (WS-NGT-HOLD WS-RGN-HOLD)
                 END-IF
              WHEN 'R'
              WHEN 'F'
                 MOVE SD-REASON-CODE TO WS-SEARCH-REASON
                 PERFORM X3000-FIND-REASON
                 IF WS-RSN-HOLD > ZERO
                    ADD SD-COUNT TO
                        WS-CELL-SEASON (WS-RGN-HOLD WS-RSN-HOLD)
                    IF SD-RUN-DATE = WS-DATE
                       ADD SD-COUNT TO
                           WS-CELL-NIGHT (WS-RGN-HOLD WS-RSN-HOLD)
                    END-IF
                 END-IF
                 PERFORM D2200-ADD-REGION-PROBLEM
              WHEN OTHER
                 ADD 1 TO WS-LOG-UNKNOWN-TYPE
           END-EVALUATE
           .

      ******************************************************************
       E0000-RANK-REGIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * RANK ON THE SEASON-TO-DATE PROBLEM RATE -- RECORDS REJECTED   *
      * PLUS RECORDS FLAGGED PER 100 RECEIVED. A REGION THAT SENT     *
      * NOTHING RANKS LAST. TIES KEEP THE CONTROL FILE'S ORDER.       *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
              MOVE 'N' TO WS-RGN-RANKED-SW (WS-RGN-IDX)
              IF WS-RGN-SEASON-RECEIVED (WS-RGN-IDX) > ZERO
                 COMPUTE WS-RATE-COUNT =
                    WS-RGN-SEASON-REJECTED (WS-RGN-IDX)
                    + WS-RGN-SEASON-FLAGGED (WS-RGN-IDX)
                 MOVE WS-RGN-SEASON-RECEIVED (WS-RGN-IDX)
                                          TO WS-RATE-BASE
                 PERFORM X4000-COMPUTE-RATE
                 MOVE WS-RATE             TO
                      WS-RGN-RANK-KEY (WS-RGN-IDX)
              ELSE
                 MOVE -1                  TO
                      WS-RGN-RANK-KEY (WS-RGN-IDX)
              END-IF
           END-PERFORM
      *
           MOVE ZERO TO WS-RANK-COUNT
           PERFORM UNTIL WS-RANK-COUNT >= WS-RGN-COUNT
              MOVE ZERO TO WS-RGN-HOLD
              MOVE -2   TO WS-BEST-KEY
              PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                      UNTIL WS-RGN-IDX > WS-RGN-COUNT
                 IF WS-RGN-RANKED-SW (WS-RGN-IDX) = 'N'
                    AND WS-RGN-RANK-KEY (WS-RGN-IDX) > WS-BEST-KEY
                    MOVE WS-RGN-IDX TO WS-RGN-HOLD
                    MOVE WS-RGN-RANK-KEY (WS-RGN-IDX) TO WS-BEST-KEY
                 END-IF
              END-PERFORM
              ADD  1           TO WS-RANK-COUNT
              MOVE WS-RGN-HOLD TO WS-RANK-REGION (WS-RANK-COUNT)
              MOVE 'Y'         TO WS-RGN-RANKED-SW (WS-RGN-HOLD)
           END-PERFORM
           .

      ******************************************************************
       F0000-WRITE-SCORECARD.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE BLOCK PER REGION: RECORDS RECEIVED, EVERY REASON LOGGED   *
      * AGAINST THE REGION THIS SEASON, THEN ITS REJECTED AND FLAGGED *
      * TOTALS -- TONIGHT AND SEASON TO DATE, COUNT AND RATE          *
      *---------------------------------------------------------------*
           MOVE 'DATA-QUALITY SCORECARD -- TONIGHT AND SEASON TO DATE'
                                    TO SC-HDG-TITLE
           MOVE WS-SC-HEADING-2     TO WS-HEADING-2-HOLD
           PERFORM X5300-WRITE-HEADINGS
      *
           IF WS-LOG-TAKEN = ZERO
              MOVE WS-SC-NONE-LINE  TO WS-PRINT-LINE
              MOVE 2                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-IF
      *
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
              PERFORM F1000-WRITE-REGION-BLOCK
           END-PERFORM
           .

      ******************************************************************
       F1000-WRITE-REGION-BLOCK.
      ******************************************************************

      *---------------------------------------------------------------*
      * START THE REGION ON A NEW PAGE RATHER THAN LEAVE ITS HEADING  *
      * ALONE AT THE FOOT OF ONE                                      *
      *---------------------------------------------------------------*
           IF WS-LINE > WS-LINES-PER-PAGE - 8
              MOVE WS-LINES-PER-PAGE TO WS-LINE
           END-IF
      *
           MOVE WS-RGN-CODE (WS-RGN-IDX) TO SC-RGN-CODE
           MOVE WS-RGN-NAME (WS-RGN-IDX) TO SC-RGN-NAME
           MOVE WS-SC-REGION-LINE        TO WS-PRINT-LINE
           MOVE 2                        TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE SPACES                   TO SC-REASON-CODE
                                            SC-TYPE-TEXT
           MOVE 'RECORDS RECEIVED'       TO SC-REASON-TEXT
           MOVE WS-RGN-NIGHT-RECEIVED (WS-RGN-IDX)
                                         TO SC-NIGHT-COUNT
           MOVE WS-RGN-SEASON-RECEIVED (WS-RGN-IDX)
                                         TO SC-SEASON-COUNT
           MOVE SPACES                   TO SC-NIGHT-RATE-X
                                            SC-SEASON-RATE-X
           MOVE WS-SC-DETAIL             TO WS-PRINT-LINE
           MOVE 1                        TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
              IF WS-CELL-SEASON (WS-RGN-IDX WS-RSN-IDX) > ZERO
                 MOVE WS-RSN-CODE (WS-RSN-IDX) TO SC-REASON-CODE
                 IF WS-RSN-TYPE (WS-RSN-IDX) = 'R'
                    MOVE 'REJECTED'            TO SC-TYPE-TEXT
                 ELSE
                    MOVE 'FLAGGED'             TO SC-TYPE-TEXT
                 END-IF
                 MOVE WS-RSN-TEXT (WS-RSN-IDX) TO SC-REASON-TEXT
                 MOVE WS-CELL-NIGHT (WS-RGN-IDX WS-RSN-IDX)
                                               TO WS-RATE-COUNT
                 MOVE WS-CELL-SEASON (WS-RGN-IDX WS-RSN-IDX)
                                               TO WS-RATE-BASE
                 PERFORM F1100-FORMAT-COUNTS
                 MOVE 1                        TO WS-SPACING
                 PERFORM X5000-WRITE-LINE
              END-IF
           END-PERFORM
      *
           MOVE SPACES                   TO SC-REASON-CODE
                                            SC-TYPE-TEXT
           MOVE 'TOTAL RECORDS REJECTED' TO SC-REASON-TEXT
           MOVE WS-RGN-NIGHT-REJECTED (WS-RGN-IDX)
                                         TO WS-RATE-COUNT
           MOVE WS-RGN-SEASON-REJECTED (WS-RGN-IDX)
                                         TO WS-RATE-BASE
           PERFORM F1100-FORMAT-COUNTS
           MOVE 2                        TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE 'TOTAL FLAGGED FOR REVIEW' TO SC-REASON-TEXT
           MOVE WS-RGN-NIGHT-FLAGGED (WS-RGN-IDX)
                                         TO WS-RATE-COUNT
           MOVE WS-RGN-SEASON-FLAGGED (WS-RGN-IDX)
                                         TO WS-RATE-BASE
           PERFORM F1100-FORMAT-COUNTS
           MOVE 1                        TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       F1100-FORMAT-COUNTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * ON ENTRY WS-RATE-COUNT HOLDS TONIGHT'S COUNT AND WS-RATE-BASE *
      * THE SEASON'S. EACH IS PRINTED WITH ITS RATE AGAINST THE SAME  *
      * PERIOD'S RECORDS RECEIVED; THE RESULT IS LEFT IN THE PRINT    *
      * LINE.                                                         *
      *---------------------------------------------------------------*
           MOVE WS-RATE-COUNT                  TO SC-NIGHT-COUNT
           MOVE WS-RATE-BASE                   TO SC-SEASON-COUNT
      *
           MOVE WS-RGN-NIGHT-RECEIVED (WS-RGN-IDX)
                                               TO WS-RATE-BASE
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                        TO SC-NIGHT-RATE
      *
           MOVE WS-RGN-SEASON-RECEIVED (WS-RGN-IDX)
                                               TO WS-RATE-BASE
           MOVE SC-SEASON-COUNT                TO WS-RATE-COUNT
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                        TO SC-SEASON-RATE
      *
           MOVE WS-SC-DETAIL                   TO WS-PRINT-LINE
           .

      ******************************************************************
       G0000-WRITE-RANKING.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE REGIONS WORST FIRST -- WHERE THE RETRAINING SHOULD GO     *
      *---------------------------------------------------------------*
           MOVE 'DATA-QUALITY SCORECARD -- REGIONS RANKED WORST FIRST'
                                    TO SC-HDG-TITLE
           MOVE WS-RK-HEADING-2     TO WS-HEADING-2-HOLD
           PERFORM X5300-WRITE-HEADINGS
      *
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
                   UNTIL WS-RANK-IDX > WS-RANK-COUNT
              MOVE WS-RANK-REGION (WS-RANK-IDX) TO WS-RGN-IDX
              PERFORM G1000-FORMAT-RANK-LINE
              MOVE 1                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-PERFORM
      *
           MOVE WS-RK-NOTE-LINE     TO WS-PRINT-LINE
           MOVE 3                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       G1000-FORMAT-RANK-LINE.
      ******************************************************************

           MOVE WS-RANK-IDX                      TO RK-RANK
           MOVE WS-RGN-CODE (WS-RGN-IDX)         TO RK-REGION-CODE
           MOVE WS-RGN-NAME (WS-RGN-IDX)         TO RK-REGION-NAME
           MOVE WS-RGN-SEASON-RECEIVED (WS-RGN-IDX)
                                                 TO RK-RECEIVED
                                                    WS-RATE-BASE
           MOVE WS-RGN-SEASON-REJECTED (WS-RGN-IDX)
                                                 TO RK-REJECTED
                                                    WS-RATE-COUNT
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO RK-REJECT-RATE
           MOVE WS-RGN-SEASON-FLAGGED (WS-RGN-IDX)
                                                 TO RK-FLAGGED
                                                    WS-RATE-COUNT
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO RK-FLAG-RATE
      *
           COMPUTE WS-RATE-COUNT =
              WS-RGN-SEASON-REJECTED (WS-RGN-IDX)
              + WS-RGN-SEASON-FLAGGED (WS-RGN-IDX)
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO RK-PROBLEM-RATE
      *
           COMPUTE WS-RATE-COUNT =
              WS-RGN-NIGHT-REJECTED (WS-RGN-IDX)
              + WS-RGN-NIGHT-FLAGGED (WS-RGN-IDX)
           MOVE WS-RGN-NIGHT-RECEIVED (WS-RGN-IDX)
                                                 TO WS-RATE-BASE
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO RK-NIGHT-RATE
      *
           EVALUATE TRUE
              WHEN WS-RGN-SEASON-RECEIVED (WS-RGN-IDX) = ZERO
                 MOVE 'NO RECORDS RECEIVED'      TO RK-NOTE
              WHEN WS-RGN-NIGHT-RECEIVED (WS-RGN-IDX) = ZERO
                 MOVE 'NOTHING RECEIVED TONIGHT' TO RK-NOTE
              WHEN OTHER
                 MOVE SPACES                     TO RK-NOTE
           END-EVALUATE
      *
           MOVE WS-RK-DETAIL                     TO WS-PRINT-LINE
           .

      ******************************************************************
       H0000-WRITE-NIGHTLY.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH NIGHT OF THE SEASON, EACH REGION THAT SENT RECORDS OR    *
      * HAD PROBLEMS LOGGED -- THE NIGHT-AFTER-NIGHT PICTURE          *
      *---------------------------------------------------------------*
           MOVE 'DATA-QUALITY SCORECARD -- NIGHT BY NIGHT THIS SEASON'
                                    TO SC-HDG-TITLE
           MOVE WS-NT-HEADING-2     TO WS-HEADING-2-HOLD
           PERFORM X5300-WRITE-HEADINGS
      *
           PERFORM VARYING WS-NGT-IDX FROM 1 BY 1
                   UNTIL WS-NGT-IDX > WS-NGT-COUNT
              MOVE 2 TO WS-SPACING
              PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                      UNTIL WS-RGN-IDX > WS-RGN-COUNT
                 IF WS-NGT-RECEIVED (WS-NGT-IDX WS-RGN-IDX) > ZERO
                    OR WS-NGT-REJECTED (WS-NGT-IDX WS-RGN-IDX) > ZERO
                    OR WS-NGT-FLAGGED (WS-NGT-IDX WS-RGN-IDX) > ZERO
                    PERFORM H1000-FORMAT-NIGHT-LINE
                    PERFORM X5000-WRITE-LINE
                    MOVE 1 TO WS-SPACING
                 END-IF
              END-PERFORM
           END-PERFORM
           .

      ******************************************************************
       H1000-FORMAT-NIGHT-LINE.
      ******************************************************************

           MOVE WS-NGT-DATE (WS-NGT-IDX) (1:4)   TO NT-YYYY
           MOVE WS-NGT-DATE (WS-NGT-IDX) (5:2)   TO NT-MM
           MOVE WS-NGT-DATE (WS-NGT-IDX) (7:2)   TO NT-DD
           MOVE WS-RGN-CODE (WS-RGN-IDX)         TO NT-REGION-CODE
           MOVE WS-RGN-NAME (WS-RGN-IDX)         TO NT-REGION-NAME
           MOVE WS-NGT-RECEIVED (WS-NGT-IDX WS-RGN-IDX)
                                                 TO NT-RECEIVED
                                                    WS-RATE-BASE
           MOVE WS-NGT-REJECTED (WS-NGT-IDX WS-RGN-IDX)
                                                 TO NT-REJECTED
                                                    WS-RATE-COUNT
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO NT-REJECT-RATE
           MOVE WS-NGT-FLAGGED (WS-NGT-IDX WS-RGN-IDX)
                                                 TO NT-FLAGGED
                                                    WS-RATE-COUNT
           PERFORM X4000-COMPUTE-RATE
           MOVE WS-RATE                          TO NT-FLAG-RATE
           MOVE WS-NT-DETAIL                     TO WS-PRINT-LINE
           .

      ******************************************************************
       J0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'DATA-QUALITY SCORECARD SUMMARY'
           DISPLAY '  LOG RECORDS READ:       ' WS-LOG-READ
           DISPLAY '  IN THIS SEASON:         ' WS-LOG-IN-SEASON
           DISPLAY '  TAKEN:                  ' WS-LOG-TAKEN
           DISPLAY '  SUPERSEDED BY A RERUN:  ' WS-LOG-SUPERSEDED
           DISPLAY '  UNKNOWN RECORD TYPE:    ' WS-LOG-UNKNOWN-TYPE
           DISPLAY '  REGIONS SCORED:         ' WS-RGN-COUNT
           DISPLAY '  NIGHTS LISTED:          ' WS-NGT-COUNT
           .

      ******************************************************************
       K0000-CLOSE-FILES.
      ******************************************************************

           CLOSE SCORECARD-REPORT
           .

      ******************************************************************
       X1000-READ-LOG.
      ******************************************************************

           READ DATA-QUALITY-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-LOG-READ
           END-READ
           .

      ******************************************************************
       X2000-FIND-REGION.
      ******************************************************************

      *---------------------------------------------------------------*
      * WS-RGN-HOLD IS THE ENTRY FOR WS-SEARCH-REGION, ADDED IF NEW,  *
      * OR ZERO WHEN THE TABLE IS FULL AND THE RECORD CAN'T BE SCORED *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-RGN-HOLD
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                      OR WS-RGN-HOLD > ZERO
              IF WS-RGN-CODE (WS-RGN-IDX) = WS-SEARCH-REGION
                 MOVE WS-RGN-IDX TO WS-RGN-HOLD
              END-IF
           END-PERFORM
      *
           IF WS-RGN-HOLD = ZERO
              IF WS-RGN-COUNT < WS-RGN-TABLE-MAX
                 ADD  1                TO WS-RGN-COUNT
                 INITIALIZE WS-RGN-ENTRY (WS-RGN-COUNT)
                 MOVE WS-SEARCH-REGION TO WS-RGN-CODE (WS-RGN-COUNT)
                 MOVE 'NOT ON REGION FILE'
                                       TO WS-RGN-NAME (WS-RGN-COUNT)
                 MOVE WS-RGN-COUNT     TO WS-RGN-HOLD
              ELSE
                 IF WS-RGN-FULL-WARNED = 'N'
                    DISPLAY 'WARNING: MORE THAN ' WS-RGN-TABLE-MAX
                            ' REGIONS -- REGION ' WS-SEARCH-REGION
                            ' AND LATER ONES NOT SCORED'
                    MOVE 'Y' TO WS-RGN-FULL-WARNED
                    MOVE 4   TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       X3000-FIND-REASON.
      ******************************************************************

      *---------------------------------------------------------------*
      * WS-RSN-HOLD IS THE ENTRY FOR WS-SEARCH-REASON. A CODE NOT     *
      * LOADED AT STARTUP IS ADDED WITH THE LOG RECORD'S TYPE AND     *
      * TEXT; PAST THE END OF THE TABLE IT STILL COUNTS TOWARD THE    *
      * REGION'S TOTALS, JUST NOT ON A LINE OF ITS OWN.               *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-RSN-HOLD
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > WS-RSN-COUNT
                      OR WS-RSN-HOLD > ZERO
              IF WS-RSN-CODE (WS-RSN-IDX) = WS-SEARCH-REASON
                 MOVE WS-RSN-IDX TO WS-RSN-HOLD
              END-IF
           END-PERFORM
      *
           IF WS-RSN-HOLD = ZERO
              IF WS-RSN-COUNT < WS-RSN-TABLE-MAX
                 ADD  1                TO WS-RSN-COUNT
                 MOVE WS-SEARCH-REASON TO WS-RSN-CODE (WS-RSN-COUNT)
                 MOVE SD-RECORD-TYPE   TO WS-RSN-TYPE (WS-RSN-COUNT)
                 MOVE SD-REASON-TEXT   TO WS-RSN-TEXT (WS-RSN-COUNT)
                 MOVE WS-RSN-COUNT     TO WS-RSN-HOLD
              ELSE
                 IF WS-RSN-FULL-WARNED = 'N'
                    DISPLAY 'WARNING: MORE THAN ' WS-RSN-TABLE-MAX
                            ' REASON CODES -- REASON '
                            WS-SEARCH-REASON ' AND LATER ONES IN '
                            'THE TOTALS ONLY'
                    MOVE 'Y' TO WS-RSN-FULL-WARNED
                    MOVE 4   TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       X4000-COMPUTE-RATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * WS-RATE = WS-RATE-COUNT PER 100 OF WS-RATE-BASE, TO A TENTH.  *
      * NOTHING RECEIVED GIVES A RATE OF ZERO.                        *
      *---------------------------------------------------------------*
           IF WS-RATE-BASE > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-RATE-COUNT * 100 / WS-RATE-BASE
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-RATE
              END-COMPUTE
           ELSE
              MOVE ZERO TO WS-RATE
           END-IF
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE SCORECARD-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO SC-HDG-PAGE
      *
           WRITE SCORECARD-REPORT-RECORD FROM WS-SC-HEADING-1
              AFTER TOP-PAGE
           WRITE SCORECARD-REPORT-RECORD FROM WS-HEADING-2-HOLD
              AFTER 2
           MOVE 3       TO WS-LINE
           .
