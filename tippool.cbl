      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   TIPPOOL.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> NIGHTLY TIP POOL: SPLIT THE TIPS ARIT COLLECTED *
      *                (PO-TIPS-COLLECTED ON THE RECEIPTS POSTING     *
      *                EXTRACT) AMONG THE NIGHT'S FLOOR STAFF BY THE  *
      *                POOL RULES -- SUPPORT STAFF (BUS, BAR, HOST)   *
      *                TAKE A TIP-OUT PERCENTAGE OF THE POOL (PARM,   *
      *                WHOLE PERCENT), SERVERS SHARE THE REST, AND    *
      *                EACH GROUP SPLITS ITS SHARE BY HOURS WORKED ON *
      *                THE STAFF ROSTER. PRINTS THE TIP-OUT SHEET     *
      *                EACH EMPLOYEE SIGNS AND WRITES THE PAYROLL     *
      *                EXTRACT OF PER-EMPLOYEE TIP TOTALS, BOTH       *
      *                STAMPED WITH ARIT'S BUSINESS DATE. THE AMOUNT  *
      *                DISTRIBUTED MUST EQUAL THE TIPS COLLECTED TO   *
      *                THE PENNY: SHARES ARE ROUNDED TO THE CENT AND  *
      *                ANY ROUNDING REMAINDER IN A GROUP GOES TO THE  *
      *                EMPLOYEE IN THAT GROUP WITH THE MOST HOURS     *
      *                (FIRST ON THE ROSTER ON A TIE) -- THE SAME     *
      *                SETTLE-TO-THE-PENNY IDEA ARIT USES FOR DINERS. *
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
           SELECT POSTING-FILE     ASSIGN TO UT-S-POSTIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-POSTIN-FILE-STATUS.
           SELECT TIP-DETAIL-FILE  ASSIGN TO UT-S-TIPDTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-TIPDTL-FILE-STATUS.
           SELECT STAFF-ROSTER     ASSIGN TO UT-S-STAFFROS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ROSTER-FILE-STATUS.
           SELECT TIP-SHEET        ASSIGN TO UT-S-TIPSHEET.
           SELECT TIP-PAYROLL      ASSIGN TO UT-S-TIPPAY.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * ARIT'S RECEIPTS POSTING EXTRACT -- ONE RECORD FOR THE NIGHT.  *
      * PO-RUN-DATE IS THE BUSINESS DATE THE SHEET, THE ROSTER        *
      * SELECTION AND THE PAYROLL EXTRACT ALL GO BY.                  *
      *---------------------------------------------------------------*
       FD  POSTING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTING-RECORD.
      *
       01  POSTING-RECORD.
           05  PO-RUN-DATE                   PIC 9(8).
           05  PO-CHECKS-PROCESSED           PIC 9(5).
           05  PO-GROSS-BILLS                PIC 9(9)V99.
           05  PO-TAX-BACKED-OUT             PIC 9(9)V99.
           05  PO-TIPS-COLLECTED             PIC 9(9)V99.
           05  PO-BILLS-REJECTED             PIC 9(5).
           05  FILLER                        PIC X(29).
      *
      *---------------------------------------------------------------*
      * ARIT'S TIP DETAIL -- ONE RECORD PER SETTLED CHECK WITH ITS    *
      * SERVER, FOR EACH SERVER'S OWN-CHECK TIPS ON THE SHEET         *
      *---------------------------------------------------------------*
       FD  TIP-DETAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIP-DETAIL-RECORD.
      *
       01  TIP-DETAIL-RECORD.
           05  TD-RUN-DATE                   PIC 9(8).
           05  TD-CHECK-NUMBER               PIC 9(5).
           05  TD-CHECK-ID                   PIC X(4).
           05  TD-SERVER-ID                  PIC X(5).
           05  TD-TIP-AMOUNT                 PIC 9(7)V99.
           05  TD-BILL-AMOUNT                PIC 9(7)V99.
           05  FILLER                        PIC X(40).
      *
      *---------------------------------------------------------------*
      * STAFF ROSTER -- ONE RECORD PER EMPLOYEE PER SHIFT WORKED,     *
      * MAINTAINED BY THE FLOOR MANAGER. SR-POOL-ROLE: 'S' = SERVER,  *
      * 'B' = SUPPORT (BUS, BAR, HOST) TAKING THE TIP-OUT. ONLY       *
      * SHIFTS ON THE BUSINESS DATE COUNT. AN EMPLOYEE WORKING BOTH   *
      * ROLES IN ONE NIGHT SHARES IN BOTH GROUPS BY THE HOURS IN EACH.*
      *---------------------------------------------------------------*
       FD  STAFF-ROSTER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAFF-ROSTER-RECORD.
      *
       01  STAFF-ROSTER-RECORD.
           05  SR-SHIFT-DATE                 PIC 9(8).
           05  SR-SHIFT-DATE-X REDEFINES SR-SHIFT-DATE
                                             PIC X(8).
           05  SR-EMPLOYEE-ID                PIC X(5).
           05  SR-EMPLOYEE-NAME              PIC X(25).
           05  SR-POOL-ROLE                  PIC X.
               88  SR-SERVER                           VALUE 'S'.
               88  SR-SUPPORT                          VALUE 'B'.
           05  SR-SHIFT-CODE                 PIC X.
           05  SR-HOURS                      PIC 99V99.
           05  SR-HOURS-X REDEFINES SR-HOURS PIC X(4).
           05  FILLER                        PIC X(36).
      *
       FD  TIP-SHEET
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIP-SHEET-RECORD.
      *
       01  TIP-SHEET-RECORD                  PIC X(132).
      *
      *---------------------------------------------------------------*
      * PAYROLL EXTRACT -- ONE RECORD PER EMPLOYEE PER ROLE WITH THE  *
      * NIGHT'S TIP TOTAL, STAMPED WITH THE BUSINESS DATE             *
      *---------------------------------------------------------------*
       FD  TIP-PAYROLL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIP-PAYROLL-RECORD.
      *
       01  TIP-PAYROLL-RECORD.
           05  TP-RUN-DATE                   PIC 9(8).
           05  TP-EMPLOYEE-ID                PIC X(5).
           05  TP-EMPLOYEE-NAME              PIC X(25).
           05  TP-POOL-ROLE                  PIC X.
           05  TP-HOURS                      PIC 9(3)V99.
           05  TP-TIP-AMOUNT                 PIC 9(7)V99.
           05  FILLER                        PIC X(27).
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
          05 WS-TIPDTL-AVAIL-SW             PIC X.
             88 WS-TIPDTL-AVAILABLE                   VALUE 'Y'.
             88 WS-TIPDTL-UNAVAILABLE                 VALUE 'N'.
          05 WS-STAFF-FOUND-SW              PIC X.
             88 WS-STAFF-FOUND                        VALUE 'Y'.
             88 WS-STAFF-NOT-FOUND                    VALUE 'N'.
      *
       01 WS-POSTIN-FILE-STATUS             PIC XX.
      *
       01 WS-TIPDTL-FILE-STATUS             PIC XX.
      *
       01 WS-ROSTER-FILE-STATUS             PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-ROSTER-READ                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ROSTER-OTHER-DATES          PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ROSTER-REJECTED             PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHECKS-READ                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHECKS-NO-SERVER            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-EXTRACT-WRITTEN             PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PRINT-LINE                  PIC X(132).
          05 WS-SUPPORT-PERCENT             PIC 99.
          05 WS-ROLE-WANTED                 PIC X.
          05 WS-NO-SERVER-TIPS              PIC S9(7)V99  COMP-3
                                                      VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * THE POOL: WHAT ARIT COLLECTED, HOW IT SPLITS BETWEEN THE TWO  *
      * GROUPS, AND WHAT WAS ACTUALLY HANDED OUT                      *
      *---------------------------------------------------------------*
       01 WS-POOL-TOTALS.
          05 WS-TIPS-COLLECTED              PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-TIP-DETAIL-TOTAL            PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-SERVER-POOL                 PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-SUPPORT-POOL                PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-SERVER-HOURS                PIC S9(5)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-SUPPORT-HOURS               PIC S9(5)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-GROUP-POOL                  PIC S9(9)V99  COMP-3.
          05 WS-GROUP-HOURS                 PIC S9(5)V99  COMP-3.
          05 WS-GROUP-ALLOCATED             PIC S9(9)V99  COMP-3.
          05 WS-GROUP-REMAINDER             PIC S9(9)V99  COMP-3.
          05 WS-GROUP-MOST-HOURS            PIC S9(5)V99  COMP-3.
          05 WS-GROUP-MOST-IDX              PIC S9(4)     BINARY.
          05 WS-DISTRIBUTED                 PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
          05 WS-DIFFERENCE                  PIC S9(9)V99  COMP-3
                                                      VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-DEFAULT-SUPPORT-PCT         PIC 99    VALUE 15.
          05 WS-MAXIMUM-SUPPORT-PCT         PIC 99    VALUE 50.
      *
      *---------------------------------------------------------------*
      * ONE ENTRY PER EMPLOYEE PER ROLE ON THE BUSINESS DATE, HOURS   *
      * SUMMED ACROSS THEIR SHIFTS, IN ROSTER ORDER                   *
      *---------------------------------------------------------------*
       01 WS-STAFF-TABLE-MAX                PIC S9(4) BINARY
                                                      VALUE +200.
       01 WS-STAFF-COUNT                    PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-STAFF-IDX                      PIC S9(4) BINARY.
       01 WS-STAFF-TABLE.
          05 WS-STAFF-ENTRY OCCURS 200 TIMES.
             10 WS-ST-EMPLOYEE-ID           PIC X(5).
             10 WS-ST-EMPLOYEE-NAME         PIC X(25).
             10 WS-ST-POOL-ROLE             PIC X.
             10 WS-ST-SHIFTS                PIC S9(3)     COMP-3.
             10 WS-ST-HOURS                 PIC S9(3)V99  COMP-3.
             10 WS-ST-OWN-TIPS              PIC S9(7)V99  COMP-3.
             10 WS-ST-SHARE                 PIC S9(7)V99  COMP-3.
             10 WS-ST-ROUNDING-SW           PIC X.
                88 WS-ST-GOT-ROUNDING                 VALUE 'Y'.
      *
      *---------------------------------------------------------------*
      * SERVER IDS ON TONIGHT'S CHECKS THAT AREN'T ON THE ROSTER AS   *
      * SERVERS -- LISTED ON THE SHEET FOR THE MANAGER TO RESOLVE     *
      *---------------------------------------------------------------*
       01 WS-STRAY-TABLE-MAX                PIC S9(4) BINARY
                                                      VALUE +50.
       01 WS-STRAY-COUNT                    PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-STRAY-IDX                      PIC S9(4) BINARY.
       01 WS-STRAY-TABLE.
          05 WS-STRAY-ENTRY OCCURS 50 TIMES.
             10 WS-SY-SERVER-ID             PIC X(5).
             10 WS-SY-CHECKS                PIC S9(5)     COMP-3.
             10 WS-SY-TIPS                  PIC S9(7)V99  COMP-3.
      *
       01 WS-TIP-HEADING-1.
          05 TIP-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 TIP-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 TIP-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'NIGHTLY TIP-OUT SHEET'.
          05 FILLER                         PIC X(48) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 TIP-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-TIP-HEADING-2.
          05 FILLER                         PIC X(34) VALUE
             'POOL RULES: SUPPORT STAFF TIP-OUT '.
          05 TIP-HDG-PCT                    PIC Z9.
          05 FILLER                         PIC X(42) VALUE
             '% OF THE POOL; EACH GROUP SPLITS BY HOURS;'.
          05 FILLER                         PIC X(54) VALUE
             ' ROUNDING PENNIES TO THE MOST HOURS IN THE GROUP'.
      *
       01 WS-TIP-HEADING-3.
          05 FILLER                         PIC X(8)  VALUE 'EMPL ID'.
          05 FILLER                         PIC X(27) VALUE 'NAME'.
          05 FILLER                         PIC X(9)  VALUE 'ROLE'.
          05 FILLER                         PIC X(8)  VALUE 'SHIFTS'.
          05 FILLER                         PIC X(9)  VALUE '   HOURS'.
          05 FILLER                         PIC X(15) VALUE
             '  OWN-CHK TIPS'.
          05 FILLER                         PIC X(14) VALUE
             '   POOL SHARE'.
          05 FILLER                         PIC X(11) VALUE SPACES.
          05 FILLER                         PIC X(31) VALUE
             'SIGNATURE'.
      *
       01 WS-TIP-DETAIL.
          05 TIP-DET-EMPLOYEE-ID            PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 TIP-DET-NAME                   PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 TIP-DET-ROLE                   PIC X(7).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 TIP-DET-SHIFTS                 PIC ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 TIP-DET-HOURS                  PIC ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 TIP-DET-OWN-TIPS               PIC ZZ,ZZZ,ZZ9.99
                                                      BLANK WHEN ZERO.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 TIP-DET-SHARE                  PIC ZZ,ZZZ,ZZ9.99.
          05 TIP-DET-ROUNDING               PIC X(12).
          05 TIP-DET-SIGNATURE              PIC X(30).
          05 FILLER                         PIC X(1)  VALUE SPACES.
      *
       01 WS-TIP-GROUP-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 TIP-GRP-TEXT                   PIC X(40).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'HOURS'.
          05 TIP-GRP-HOURS                  PIC ZZ,ZZ9.99.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'POOL'.
          05 TIP-GRP-POOL                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(48) VALUE SPACES.
      *
       01 WS-TIP-TOTAL-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 TIP-TOT-TEXT                   PIC X(40).
          05 TIP-TOT-AMOUNT                 PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 TIP-TOT-NOTE                   PIC X(40).
          05 FILLER                         PIC X(32) VALUE SPACES.
      *
       01 WS-TIP-MESSAGE-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 TIP-MSG-TEXT                   PIC X(100).
          05 FILLER                         PIC X(28) VALUE SPACES.
      *
       01 WS-TIP-STRAY-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'SERVER'.
          05 TIP-SY-SERVER-ID               PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 TIP-SY-CHECKS                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(8)  VALUE ' CHECKS'.
          05 TIP-SY-TIPS                    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(8)  VALUE ' TIPS'.
          05 TIP-SY-TEXT                    PIC X(40).
          05 FILLER                         PIC X(38) VALUE SPACES.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-SUPPORT-PERCENT          PIC 99.
             10 LS-SUPPORT-PERCENT-X REDEFINES LS-SUPPORT-PERCENT
                                            PIC XX.
             10 FILLER                      PIC X(98).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM C0000-LOAD-ROSTER
           PERFORM C5000-LOAD-TIP-DETAIL
           PERFORM D0000-ALLOCATE-POOL
           PERFORM E0000-PRINT-SHEET
           PERFORM F0000-WRITE-PAYROLL-EXTRACT
           PERFORM G0000-PRINT-BALANCE
           PERFORM H0000-WRITE-TOTALS
           PERFORM J0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS      TO TRUE
           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           IF LS-PARM-LENGTH >= +2
              AND LS-SUPPORT-PERCENT-X IS NUMERIC
              AND LS-SUPPORT-PERCENT <= WS-MAXIMUM-SUPPORT-PCT
              MOVE LS-SUPPORT-PERCENT     TO WS-SUPPORT-PERCENT
           ELSE
              DISPLAY 'WARNING: NO VALID SUPPORT TIP-OUT PERCENT PARM '
                      '-- USING ' WS-DEFAULT-SUPPORT-PCT '%'
              MOVE WS-DEFAULT-SUPPORT-PCT TO WS-SUPPORT-PERCENT
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-SUPPORT-PERCENT TO TIP-HDG-PCT
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO POSTING EXTRACT MEANS ARIT DIDN'T FINISH -- THERE IS NO    *
      * NIGHT TO SPLIT. NO ROSTER MEANS NOBODY TO SPLIT IT AMONG.     *
      *---------------------------------------------------------------*
           OPEN INPUT POSTING-FILE
           IF WS-POSTIN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: RECEIPTS POSTING EXTRACT COULD NOT BE '
                      'OPENED (STATUS ' WS-POSTIN-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           READ POSTING-FILE
              AT END
                 DISPLAY 'ERROR: RECEIPTS POSTING EXTRACT IS EMPTY -- '
                         'ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 CLOSE POSTING-FILE
                 STOP RUN
           END-READ
           MOVE PO-RUN-DATE       TO WS-DATE
           MOVE PO-TIPS-COLLECTED TO WS-TIPS-COLLECTED
           CLOSE POSTING-FILE
      *
           MOVE WS-DATE (1:4) TO TIP-HDG-YYYY
           MOVE WS-DATE (5:2) TO TIP-HDG-MM
           MOVE WS-DATE (7:2) TO TIP-HDG-DD
      *
           OPEN INPUT STAFF-ROSTER
           IF WS-ROSTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: STAFF ROSTER COULD NOT BE OPENED '
                      '(STATUS ' WS-ROSTER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           SET  WS-TIPDTL-AVAILABLE TO TRUE
           OPEN INPUT TIP-DETAIL-FILE
           IF WS-TIPDTL-FILE-STATUS NOT = '00'
              SET WS-TIPDTL-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: TIP DETAIL COULD NOT BE OPENED '
                      '(STATUS ' WS-TIPDTL-FILE-STATUS ') -- '
                      'OWN-CHECK TIPS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN OUTPUT TIP-SHEET
                       TIP-PAYROLL
           .

      ******************************************************************
       C0000-LOAD-ROSTER.
      ******************************************************************

           PERFORM X1000-READ-ROSTER
      *
           PERFORM UNTIL NO-MORE-RECORDS
              EVALUATE TRUE
                 WHEN SR-SHIFT-DATE-X IS NOT NUMERIC
                  OR SR-HOURS-X IS NOT NUMERIC
                    DISPLAY 'REJECTED -- ROSTER RECORD FOR '
                            SR-EMPLOYEE-ID ' HAS A NON-NUMERIC DATE '
                            'OR HOURS'
                    ADD  1 TO WS-ROSTER-REJECTED
                    MOVE 4 TO RETURN-CODE
                 WHEN SR-SHIFT-DATE NOT = WS-DATE
                    ADD  1 TO WS-ROSTER-OTHER-DATES
                 WHEN NOT SR-SERVER AND NOT SR-SUPPORT
                    DISPLAY 'REJECTED -- ROSTER RECORD FOR '
                            SR-EMPLOYEE-ID ' HAS UNKNOWN POOL ROLE '
                            SR-POOL-ROLE
                    ADD  1 TO WS-ROSTER-REJECTED
                    MOVE 4 TO RETURN-CODE
                 WHEN SR-EMPLOYEE-ID = SPACES
                  OR SR-HOURS = ZERO
                    DISPLAY 'REJECTED -- ROSTER RECORD WITH NO '
                            'EMPLOYEE ID OR NO HOURS FOR '
                            SR-EMPLOYEE-NAME
                    ADD  1 TO WS-ROSTER-REJECTED
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    PERFORM C1000-ADD-SHIFT
              END-EVALUATE
              PERFORM X1000-READ-ROSTER
           END-PERFORM
      *
           CLOSE STAFF-ROSTER
           .

      ******************************************************************
       C1000-ADD-SHIFT.
      ******************************************************************

           SET  WS-STAFF-NOT-FOUND TO TRUE
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
                      OR WS-STAFF-FOUND
              IF WS-ST-EMPLOYEE-ID (WS-STAFF-IDX) = SR-EMPLOYEE-ID
                 AND WS-ST-POOL-ROLE (WS-STAFF-IDX) = SR-POOL-ROLE
                 SET WS-STAFF-FOUND TO TRUE
              END-IF
           END-PERFORM
      *
           IF WS-STAFF-FOUND
              SUBTRACT 1 FROM WS-STAFF-IDX
           ELSE
              IF WS-STAFF-COUNT >= WS-STAFF-TABLE-MAX
                 DISPLAY 'ERROR: MORE THAN ' WS-STAFF-TABLE-MAX
                         ' STAFF ON THE ROSTER -- ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 CLOSE STAFF-ROSTER
                       TIP-SHEET
                       TIP-PAYROLL
                 STOP RUN
              END-IF
              ADD  1                TO WS-STAFF-COUNT
              MOVE WS-STAFF-COUNT   TO WS-STAFF-IDX
              MOVE SR-EMPLOYEE-ID   TO WS-ST-EMPLOYEE-ID (WS-STAFF-IDX)
              MOVE SR-EMPLOYEE-NAME TO
                   WS-ST-EMPLOYEE-NAME (WS-STAFF-IDX)
              MOVE SR-POOL-ROLE     TO WS-ST-POOL-ROLE (WS-STAFF-IDX)
              MOVE ZERO             TO WS-ST-SHIFTS (WS-STAFF-IDX)
                                       WS-ST-HOURS (WS-STAFF-IDX)
                                       WS-ST-OWN-TIPS (WS-STAFF-IDX)
                                       WS-ST-SHARE (WS-STAFF-IDX)
              MOVE 'N'              TO WS-ST-ROUNDING-SW (WS-STAFF-IDX)
           END-IF
      *
           ADD 1        TO WS-ST-SHIFTS (WS-STAFF-IDX)
           ADD SR-HOURS TO WS-ST-HOURS (WS-STAFF-IDX)
           IF SR-SERVER
              ADD SR-HOURS TO WS-SERVER-HOURS
           ELSE
              ADD SR-HOURS TO WS-SUPPORT-HOURS
           END-IF
           .

      ******************************************************************
       C5000-LOAD-TIP-DETAIL.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH CHECK'S TIP GOES TO ITS SERVER'S OWN-CHECK COLUMN -- FOR *
      * INFORMATION ONLY, THE POOL IS SPLIT BY HOURS REGARDLESS. A    *
      * SERVER ID NOT ON THE ROSTER AS A SERVER IS LISTED SEPARATELY. *
      *---------------------------------------------------------------*
           IF WS-TIPDTL-AVAILABLE
              SET  MORE-RECORDS TO TRUE
              PERFORM X1100-READ-TIP-DETAIL
              PERFORM UNTIL NO-MORE-RECORDS
                 ADD TD-TIP-AMOUNT TO WS-TIP-DETAIL-TOTAL
                 IF TD-SERVER-ID = SPACES
                    ADD 1             TO WS-CHECKS-NO-SERVER
                    ADD TD-TIP-AMOUNT TO WS-NO-SERVER-TIPS
                 ELSE
                    PERFORM C5100-POST-SERVER-TIPS
                 END-IF
                 PERFORM X1100-READ-TIP-DETAIL
              END-PERFORM
              CLOSE TIP-DETAIL-FILE
           END-IF
           .

      ******************************************************************
       C5100-POST-SERVER-TIPS.
      ******************************************************************

           SET  WS-STAFF-NOT-FOUND TO TRUE
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
                      OR WS-STAFF-FOUND
              IF WS-ST-EMPLOYEE-ID (WS-STAFF-IDX) = TD-SERVER-ID
                 AND WS-ST-POOL-ROLE (WS-STAFF-IDX) = 'S'
                 SET WS-STAFF-FOUND TO TRUE
                 ADD TD-TIP-AMOUNT TO WS-ST-OWN-TIPS (WS-STAFF-IDX)
              END-IF
           END-PERFORM
      *
           IF WS-STAFF-NOT-FOUND
              PERFORM VARYING WS-STRAY-IDX FROM 1 BY 1
                      UNTIL WS-STRAY-IDX > WS-STRAY-COUNT
                         OR WS-STAFF-FOUND
                 IF WS-SY-SERVER-ID (WS-STRAY-IDX) = TD-SERVER-ID
                    SET WS-STAFF-FOUND TO TRUE
                    ADD 1             TO WS-SY-CHECKS (WS-STRAY-IDX)
                    ADD TD-TIP-AMOUNT TO WS-SY-TIPS (WS-STRAY-IDX)
                 END-IF
              END-PERFORM
              IF WS-STAFF-NOT-FOUND
                 AND WS-STRAY-COUNT < WS-STRAY-TABLE-MAX
                 ADD  1             TO WS-STRAY-COUNT
                 MOVE TD-SERVER-ID  TO WS-SY-SERVER-ID (WS-STRAY-COUNT)
                 MOVE 1             TO WS-SY-CHECKS (WS-STRAY-COUNT)
                 MOVE TD-TIP-AMOUNT TO WS-SY-TIPS (WS-STRAY-COUNT)
              END-IF
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       D0000-ALLOCATE-POOL.
      ******************************************************************

      *---------------------------------------------------------------*
      * SUPPORT TIP-OUT FIRST, ROUNDED TO THE CENT; SERVERS GET WHAT  *
      * IS LEFT, SO THE TWO GROUP POOLS ALWAYS ADD BACK TO THE TIPS   *
      * COLLECTED. WITH NOBODY ON ONE SIDE OF THE POOL, THE OTHER     *
      * SIDE TAKES IT ALL RATHER THAN LEAVE MONEY UNDISTRIBUTED.      *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN WS-SERVER-HOURS = ZERO
               AND WS-SUPPORT-HOURS = ZERO
                 MOVE ZERO TO WS-SERVER-POOL
                              WS-SUPPORT-POOL
              WHEN WS-SUPPORT-HOURS = ZERO
                 MOVE ZERO              TO WS-SUPPORT-POOL
                 MOVE WS-TIPS-COLLECTED TO WS-SERVER-POOL
              WHEN WS-SERVER-HOURS = ZERO
                 MOVE ZERO              TO WS-SERVER-POOL
                 MOVE WS-TIPS-COLLECTED TO WS-SUPPORT-POOL
              WHEN OTHER
                 COMPUTE WS-SUPPORT-POOL ROUNDED =
                         WS-TIPS-COLLECTED * WS-SUPPORT-PERCENT / 100
                 COMPUTE WS-SERVER-POOL =
                         WS-TIPS-COLLECTED - WS-SUPPORT-POOL
           END-EVALUATE
      *
           MOVE 'S'             TO WS-ROLE-WANTED
           MOVE WS-SERVER-POOL  TO WS-GROUP-POOL
           MOVE WS-SERVER-HOURS TO WS-GROUP-HOURS
           PERFORM D1000-SPLIT-GROUP
      *
           MOVE 'B'              TO WS-ROLE-WANTED
           MOVE WS-SUPPORT-POOL  TO WS-GROUP-POOL
           MOVE WS-SUPPORT-HOURS TO WS-GROUP-HOURS
           PERFORM D1000-SPLIT-GROUP
      *
           MOVE ZERO TO WS-DISTRIBUTED
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
              ADD WS-ST-SHARE (WS-STAFF-IDX) TO WS-DISTRIBUTED
           END-PERFORM
           COMPUTE WS-DIFFERENCE = WS-TIPS-COLLECTED - WS-DISTRIBUTED
           .

      ******************************************************************
       D1000-SPLIT-GROUP.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH MEMBER'S SHARE IS THE GROUP POOL PRORATED BY HOURS,      *
      * ROUNDED TO THE CENT. WHATEVER THE ROUNDING LEAVES OVER (OR    *
      * OVERSHOOTS) GOES TO THE MEMBER WITH THE MOST HOURS -- FIRST   *
      * ON THE ROSTER WHEN HOURS TIE -- SO THE GROUP SETTLES TO THE   *
      * PENNY.                                                        *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-GROUP-ALLOCATED
                        WS-GROUP-MOST-HOURS
                        WS-GROUP-MOST-IDX
      *
           IF WS-GROUP-HOURS > ZERO
              PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                      UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
                 IF WS-ST-POOL-ROLE (WS-STAFF-IDX) = WS-ROLE-WANTED
                    COMPUTE WS-ST-SHARE (WS-STAFF-IDX) ROUNDED =
                            WS-GROUP-POOL * WS-ST-HOURS (WS-STAFF-IDX)
                            / WS-GROUP-HOURS
                    ADD WS-ST-SHARE (WS-STAFF-IDX)
                                           TO WS-GROUP-ALLOCATED
                    IF WS-ST-HOURS (WS-STAFF-IDX) > WS-GROUP-MOST-HOURS
                       MOVE WS-ST-HOURS (WS-STAFF-IDX)
                                           TO WS-GROUP-MOST-HOURS
                       MOVE WS-STAFF-IDX   TO WS-GROUP-MOST-IDX
                    END-IF
                 END-IF
              END-PERFORM
      *
              COMPUTE WS-GROUP-REMAINDER =
                      WS-GROUP-POOL - WS-GROUP-ALLOCATED
              IF WS-GROUP-REMAINDER NOT = ZERO
                 ADD  WS-GROUP-REMAINDER TO
                      WS-ST-SHARE (WS-GROUP-MOST-IDX)
                 MOVE 'Y' TO WS-ST-ROUNDING-SW (WS-GROUP-MOST-IDX)
              END-IF
           END-IF
           .

      ******************************************************************
       E0000-PRINT-SHEET.
      ******************************************************************

           PERFORM X5300-WRITE-HEADINGS
      *
           MOVE SPACES            TO TIP-GRP-TEXT
           MOVE 'SERVERS'         TO TIP-GRP-TEXT
           MOVE WS-SERVER-HOURS   TO TIP-GRP-HOURS
           MOVE WS-SERVER-POOL    TO TIP-GRP-POOL
           MOVE WS-TIP-GROUP-LINE TO WS-PRINT-LINE
           MOVE 2                 TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           MOVE 'S' TO WS-ROLE-WANTED
           PERFORM E1000-PRINT-GROUP
      *
           MOVE 'SUPPORT STAFF (TIP-OUT)' TO TIP-GRP-TEXT
           MOVE WS-SUPPORT-HOURS  TO TIP-GRP-HOURS
           MOVE WS-SUPPORT-POOL   TO TIP-GRP-POOL
           MOVE WS-TIP-GROUP-LINE TO WS-PRINT-LINE
           MOVE 3                 TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           MOVE 'B' TO WS-ROLE-WANTED
           PERFORM E1000-PRINT-GROUP
      *
           EVALUATE TRUE
              WHEN WS-SERVER-HOURS = ZERO
               AND WS-SUPPORT-HOURS = ZERO
                 MOVE '** NOBODY ON THE ROSTER -- TIPS NOT PAID OUT **'
                                          TO TIP-MSG-TEXT
                 PERFORM X5100-WRITE-MESSAGE
              WHEN WS-SUPPORT-HOURS = ZERO
                 MOVE '** NO SUPPORT STAFF -- SERVERS KEEP TIP-OUT **'
                                          TO TIP-MSG-TEXT
                 PERFORM X5100-WRITE-MESSAGE
              WHEN WS-SERVER-HOURS = ZERO
                 MOVE '** NO SERVERS -- WHOLE POOL GOES TO SUPPORT **'
                                          TO TIP-MSG-TEXT
                 PERFORM X5100-WRITE-MESSAGE
           END-EVALUATE
      *
           IF WS-STRAY-COUNT > ZERO
              OR WS-CHECKS-NO-SERVER > ZERO
              MOVE 'CHECKS WITH NO ROSTERED SERVER (STILL POOLED):'
                                          TO TIP-MSG-TEXT
              MOVE 2 TO WS-SPACING
              MOVE WS-TIP-MESSAGE-LINE TO WS-PRINT-LINE
              PERFORM X5000-WRITE-LINE
              PERFORM VARYING WS-STRAY-IDX FROM 1 BY 1
                      UNTIL WS-STRAY-IDX > WS-STRAY-COUNT
                 MOVE WS-SY-SERVER-ID (WS-STRAY-IDX)
                                               TO TIP-SY-SERVER-ID
                 MOVE WS-SY-CHECKS (WS-STRAY-IDX) TO TIP-SY-CHECKS
                 MOVE WS-SY-TIPS (WS-STRAY-IDX)   TO TIP-SY-TIPS
                 MOVE '-- NOT ON THE ROSTER AS A SERVER'
                                               TO TIP-SY-TEXT
                 MOVE WS-TIP-STRAY-LINE        TO WS-PRINT-LINE
                 MOVE 1                        TO WS-SPACING
                 PERFORM X5000-WRITE-LINE
              END-PERFORM
              IF WS-CHECKS-NO-SERVER > ZERO
                 MOVE 'NONE'                 TO TIP-SY-SERVER-ID
                 MOVE WS-CHECKS-NO-SERVER    TO TIP-SY-CHECKS
                 MOVE WS-NO-SERVER-TIPS      TO TIP-SY-TIPS
                 MOVE '-- NO SERVER ID ON THE CHECK'
                                             TO TIP-SY-TEXT
                 MOVE WS-TIP-STRAY-LINE      TO WS-PRINT-LINE
                 MOVE 1                      TO WS-SPACING
                 PERFORM X5000-WRITE-LINE
              END-IF
           END-IF
           .

      ******************************************************************
       E1000-PRINT-GROUP.
      ******************************************************************

      *---------------------------------------------------------------*
      * DOUBLE-SPACED SO THERE IS ROOM TO SIGN ON EACH LINE           *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
              IF WS-ST-POOL-ROLE (WS-STAFF-IDX) = WS-ROLE-WANTED
                 MOVE WS-ST-EMPLOYEE-ID (WS-STAFF-IDX)
                                              TO TIP-DET-EMPLOYEE-ID
                 MOVE WS-ST-EMPLOYEE-NAME (WS-STAFF-IDX)
                                              TO TIP-DET-NAME
                 IF WS-ROLE-WANTED = 'S'
                    MOVE 'SERVER'             TO TIP-DET-ROLE
                 ELSE
                    MOVE 'SUPPORT'            TO TIP-DET-ROLE
                 END-IF
                 MOVE WS-ST-SHIFTS (WS-STAFF-IDX)   TO TIP-DET-SHIFTS
                 MOVE WS-ST-HOURS (WS-STAFF-IDX)    TO TIP-DET-HOURS
                 MOVE WS-ST-OWN-TIPS (WS-STAFF-IDX) TO TIP-DET-OWN-TIPS
                 MOVE WS-ST-SHARE (WS-STAFF-IDX)    TO TIP-DET-SHARE
                 IF WS-ST-GOT-ROUNDING (WS-STAFF-IDX)
                    MOVE ' (ROUNDING)'        TO TIP-DET-ROUNDING
                 ELSE
                    MOVE SPACES               TO TIP-DET-ROUNDING
                 END-IF
                 MOVE ALL '_'                 TO TIP-DET-SIGNATURE
                 MOVE WS-TIP-DETAIL           TO WS-PRINT-LINE
                 MOVE 2                       TO WS-SPACING
                 PERFORM X5000-WRITE-LINE
              END-IF
           END-PERFORM
           .

      ******************************************************************
       F0000-WRITE-PAYROLL-EXTRACT.
      ******************************************************************

           PERFORM VARYING WS-STAFF-IDX FROM 1 BY 1
                   UNTIL WS-STAFF-IDX > WS-STAFF-COUNT
              MOVE SPACES                 TO TIP-PAYROLL-RECORD
              MOVE WS-DATE                TO TP-RUN-DATE
              MOVE WS-ST-EMPLOYEE-ID (WS-STAFF-IDX)
                                          TO TP-EMPLOYEE-ID
              MOVE WS-ST-EMPLOYEE-NAME (WS-STAFF-IDX)
                                          TO TP-EMPLOYEE-NAME
              MOVE WS-ST-POOL-ROLE (WS-STAFF-IDX)
                                          TO TP-POOL-ROLE
              MOVE WS-ST-HOURS (WS-STAFF-IDX)
                                          TO TP-HOURS
              MOVE WS-ST-SHARE (WS-STAFF-IDX)
                                          TO TP-TIP-AMOUNT
              WRITE TIP-PAYROLL-RECORD
              ADD 1 TO WS-EXTRACT-WRITTEN
           END-PERFORM
           .

      ******************************************************************
       G0000-PRINT-BALANCE.
      ******************************************************************

      *---------------------------------------------------------------*
      * PROVE THE SHEET: WHAT WAS HANDED OUT MUST EQUAL WHAT ARIT     *
      * COLLECTED TO THE PENNY. RC=8 IF IT DOESN'T -- PAYROLL MUST    *
      * NOT LOAD AN EXTRACT THAT DOESN'T BALANCE.                     *
      *---------------------------------------------------------------*
           IF WS-LINE + 8 >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           MOVE SPACES                     TO TIP-TOT-NOTE
           MOVE 'TIPS COLLECTED (ARIT)'    TO TIP-TOT-TEXT
           MOVE WS-TIPS-COLLECTED          TO TIP-TOT-AMOUNT
           MOVE 3                          TO WS-SPACING
           PERFORM X5400-WRITE-TOTAL
      *
           MOVE 'SERVER POOL'              TO TIP-TOT-TEXT
           MOVE WS-SERVER-POOL             TO TIP-TOT-AMOUNT
           MOVE 1                          TO WS-SPACING
           PERFORM X5400-WRITE-TOTAL
      *
           MOVE 'SUPPORT TIP-OUT'          TO TIP-TOT-TEXT
           MOVE WS-SUPPORT-POOL            TO TIP-TOT-AMOUNT
           PERFORM X5400-WRITE-TOTAL
      *
           MOVE 'TOTAL DISTRIBUTED'        TO TIP-TOT-TEXT
           MOVE WS-DISTRIBUTED             TO TIP-TOT-AMOUNT
           PERFORM X5400-WRITE-TOTAL
      *
           MOVE 'DIFFERENCE'               TO TIP-TOT-TEXT
           MOVE WS-DIFFERENCE              TO TIP-TOT-AMOUNT
           IF WS-DIFFERENCE = ZERO
              MOVE 'IN BALANCE'            TO TIP-TOT-NOTE
           ELSE
              MOVE '** OUT OF BALANCE **'  TO TIP-TOT-NOTE
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM X5400-WRITE-TOTAL
      *
           IF WS-TIPDTL-AVAILABLE
              MOVE SPACES                  TO TIP-TOT-NOTE
              MOVE 'TIP DETAIL TOTAL (ARIT)' TO TIP-TOT-TEXT
              MOVE WS-TIP-DETAIL-TOTAL     TO TIP-TOT-AMOUNT
              IF WS-TIP-DETAIL-TOTAL NOT = WS-TIPS-COLLECTED
                 MOVE '** DISAGREES WITH TIPS COLLECTED **'
                                           TO TIP-TOT-NOTE
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
              MOVE 2                       TO WS-SPACING
              PERFORM X5400-WRITE-TOTAL
           END-IF
           .

      ******************************************************************
       H0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'TIP POOL SUMMARY -- BUSINESS DATE ' WS-DATE
           DISPLAY '  ROSTER RECORDS READ:      ' WS-ROSTER-READ
           DISPLAY '  ROSTER OTHER DATES:       ' WS-ROSTER-OTHER-DATES
           DISPLAY '  ROSTER REJECTED:          ' WS-ROSTER-REJECTED
           DISPLAY '  CHECKS ON TIP DETAIL:     ' WS-CHECKS-READ
           DISPLAY '  CHECKS WITH NO SERVER:    ' WS-CHECKS-NO-SERVER
           DISPLAY '  TIPS COLLECTED:           ' WS-TIPS-COLLECTED
           DISPLAY '  TIPS DISTRIBUTED:         ' WS-DISTRIBUTED
           DISPLAY '  PAYROLL RECORDS WRITTEN:  ' WS-EXTRACT-WRITTEN
      *
           IF WS-DIFFERENCE NOT = ZERO
              DISPLAY 'ERROR: TIPS DISTRIBUTED DO NOT EQUAL TIPS '
                      'COLLECTED -- DO NOT LOAD THE PAYROLL EXTRACT'
           END-IF
           .

      ******************************************************************
       J0000-CLOSE-FILES.
      ******************************************************************

           CLOSE TIP-SHEET
                 TIP-PAYROLL
           .

      ******************************************************************
       X1000-READ-ROSTER.
      ******************************************************************

           READ STAFF-ROSTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-ROSTER-READ
           END-READ
           .

      ******************************************************************
       X1100-READ-TIP-DETAIL.
      ******************************************************************

           READ TIP-DETAIL-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-CHECKS-READ
           END-READ
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE TIP-SHEET-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5100-WRITE-MESSAGE.
      ******************************************************************

           MOVE WS-TIP-MESSAGE-LINE TO WS-PRINT-LINE
           MOVE 2                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO TIP-HDG-PAGE
      *
           WRITE TIP-SHEET-RECORD FROM WS-TIP-HEADING-1
              AFTER TOP-PAGE
           WRITE TIP-SHEET-RECORD FROM WS-TIP-HEADING-2
              AFTER 1
           WRITE TIP-SHEET-RECORD FROM WS-TIP-HEADING-3
              AFTER 2
           ADD 4 TO WS-LINE
           .

      ******************************************************************
       X5400-WRITE-TOTAL.
      ******************************************************************

           MOVE WS-TIP-TOTAL-LINE TO WS-PRINT-LINE
           PERFORM X5000-WRITE-LINE
           .
