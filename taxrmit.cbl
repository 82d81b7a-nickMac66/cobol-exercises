      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   TAXRMIT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SALES TAX REMITTANCE WORKSHEET FOR A FILING    *
      *                PERIOD (PARM CCYYMMDD,CCYYMMDD -- FIRST AND    *
      *                LAST BUSINESS DATE). ACCUMULATES ARIT'S        *
      *                NIGHTLY RECEIPTS POSTINGS FROM THE CUMULATIVE  *
      *                POSTING HISTORY THE CHRSTMAS STREAM APPENDS TO *
      *                AFTER EVERY ARIT RUN, AND BREAKS GROSS SALES,  *
      *                TAXABLE SALES AND TAX DUE OUT BY THE RATE-FILE *
      *                RATE IN EFFECT ON EACH BUSINESS DATE -- THE    *
      *                SAME ON-OR-BEFORE RULE ARIT USES -- SO A RATE  *
      *                CHANGE INSIDE THE PERIOD FILES AS TWO LINES.   *
      *                EVERY BUSINESS DATE IN THE PERIOD WITH NO      *
      *                POSTING IS LISTED SO A MISSED ARIT NIGHT IS    *
      *                CAUGHT BEFORE THE RETURN GOES IN. WHEN ARIT    *
      *                WAS RERUN FOR A NIGHT, THE LAST POSTING FOR    *
      *                THAT DATE IS THE ONE THAT COUNTS.              *
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
           SELECT POSTING-HISTORY  ASSIGN TO UT-S-POSTHIST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-POSTHIST-FILE-STATUS.
           SELECT RATE-FILE        ASSIGN TO UT-S-RATES
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT REMIT-REPORT     ASSIGN TO UT-S-TAXRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * CUMULATIVE RECEIPTS POSTING HISTORY -- ARIT'S NIGHTLY POSTING *
      * EXTRACT, APPENDED RECORD FOR RECORD AFTER EVERY ARIT RUN.     *
      * PO-GROSS-BILLS IS TAX-INCLUSIVE; PO-TAX-BACKED-OUT IS THE TAX *
      * ARIT TOOK OUT OF IT. TIPS ARE NOT SALES AND ARE NOT USED.     *
      *---------------------------------------------------------------*
       FD  POSTING-HISTORY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS POSTING-RECORD.
      *
       01  POSTING-RECORD.
           05  PO-RUN-DATE                   PIC 9(8).
           05  PO-RUN-DATE-X REDEFINES PO-RUN-DATE
                                             PIC X(8).
           05  PO-CHECKS-PROCESSED           PIC 9(5).
           05  PO-GROSS-BILLS                PIC 9(9)V99.
           05  PO-GROSS-BILLS-X REDEFINES PO-GROSS-BILLS
                                             PIC X(11).
           05  PO-TAX-BACKED-OUT             PIC 9(9)V99.
           05  PO-TAX-BACKED-OUT-X REDEFINES PO-TAX-BACKED-OUT
                                             PIC X(11).
           05  PO-TIPS-COLLECTED             PIC 9(9)V99.
           05  PO-BILLS-REJECTED             PIC 9(5).
           05  FILLER                        PIC X(29).
      *
      *---------------------------------------------------------------*
      * ARIT'S RATE TABLE: EFFECTIVE-DATED TAX RATE AND TIP PERCENT,  *
      * ONE RECORD PER RATE CHANGE                                    *
      *---------------------------------------------------------------*
       FD  RATE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RATE-RECORD.
      *
       01  RATE-RECORD.
           05  RT-EFFECTIVE-DATE             PIC 9(8).
           05  RT-EFFECTIVE-DATE-X REDEFINES RT-EFFECTIVE-DATE
                                             PIC X(8).
           05  RT-TAX-RATE                   PIC S9V99.
           05  RT-TIP-PERCENT                PIC S9V99.
           05  FILLER                        PIC X(62).
      *
       FD  REMIT-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REMIT-RECORD.
      *
       01  REMIT-RECORD                      PIC X(132).
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
          05 WS-RATE-FOUND-SW               PIC X.
             88 WS-RATE-FOUND                         VALUE 'Y'.
             88 WS-RATE-NOT-FOUND                     VALUE 'N'.
          05 WS-LINE-OPEN-SW                PIC X.
             88 WS-LINE-OPEN                          VALUE 'Y'.
             88 WS-LINE-NOT-OPEN                      VALUE 'N'.
      *
       01 WS-POSTHIST-FILE-STATUS           PIC XX.
      *
       01 WS-RATE-FILE-STATUS               PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-HISTORY-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HISTORY-IN-PERIOD           PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HISTORY-REJECTED            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RERUN-REPLACED              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DAYS-IN-PERIOD              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DAYS-POSTED                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DAYS-MISSING                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DAYS-DEFAULT-RATE           PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PRINT-LINE                  PIC X(132).
          05 WS-PERIOD-FROM                 PIC 9(8).
          05 WS-PERIOD-TO                   PIC 9(8).
          05 WS-FROM-INTEGER                PIC S9(9)     COMP.
          05 WS-TO-INTEGER                  PIC S9(9)     COMP.
          05 WS-DAY-INTEGER                 PIC S9(9)     COMP.
          05 WS-DAY-DATE                    PIC 9(8).
          05 WS-DAY-RATE                    PIC S9V99     COMP-3.
          05 WS-DAY-EFFECTIVE               PIC 9(8).
          05 WS-BEST-EFFECTIVE-DATE         PIC 9(8).
      *
      *---------------------------------------------------------------*
      * THE RATE LINE BEING BUILT -- CONSECUTIVE POSTED DAYS UNDER    *
      * THE SAME RATE-FILE RECORD                                     *
      *---------------------------------------------------------------*
       01 WS-RATE-LINE-TOTALS.
          05 WS-RL-EFFECTIVE                PIC 9(8).
          05 WS-RL-RATE                     PIC S9V99     COMP-3.
          05 WS-RL-FIRST-DATE               PIC 9(8).
          05 WS-RL-LAST-DATE                PIC 9(8).
          05 WS-RL-DAYS                     PIC S9(5)     COMP-3.
          05 WS-RL-GROSS                    PIC S9(11)V99 COMP-3.
          05 WS-RL-TAXABLE                  PIC S9(11)V99 COMP-3.
          05 WS-RL-TAX-DUE                  PIC S9(11)V99 COMP-3.
          05 WS-RL-TAX-AT-RATE              PIC S9(11)V99 COMP-3.
      *
       01 WS-PERIOD-TOTALS.
          05 WS-PT-GROSS                    PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-PT-TAXABLE                  PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-PT-TAX-DUE                  PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-PT-TAX-AT-RATE              PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-PT-RATE-LINES               PIC S9(3)     COMP-3
                                                      VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * ARIT'S OWN DEFAULT TAX RATE, WHICH IS WHAT IT BACKED OUT ON   *
      * ANY NIGHT RATE-FILE HAD NOTHING IN EFFECT                     *
      *---------------------------------------------------------------*
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-DEFAULT-TAX-RATE            PIC S9V99     COMP-3
                                                      VALUE +0.13.
      *
      *---------------------------------------------------------------*
      * ONE SLOT PER CALENDAR DAY OF THE FILING PERIOD, SUBSCRIPTED   *
      * BY DAYS FROM THE FIRST DATE -- A YEAR IS THE LONGEST PERIOD   *
      *---------------------------------------------------------------*
       01 WS-DAY-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +366.
       01 WS-DAY-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-DAY-IDX                        PIC S9(4) BINARY.
       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 366 TIMES.
             10 WS-DY-POSTED-SW             PIC X.
                88 WS-DY-POSTED                       VALUE 'Y'.
             10 WS-DY-POSTINGS              PIC S9(3)     COMP-3.
             10 WS-DY-GROSS                 PIC S9(9)V99  COMP-3.
             10 WS-DY-TAX                   PIC S9(9)V99  COMP-3.
      *
       01 WS-RATE-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +100.
       01 WS-RATE-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-RATE-IDX                       PIC S9(4) BINARY.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 100 TIMES.
             10 WS-RT-EFFECTIVE             PIC 9(8).
             10 WS-RT-TAX-RATE              PIC S9V99     COMP-3.
      *
       01 WS-REMIT-HEADING-1.
          05 RMT-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 RMT-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 RMT-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'SALES TAX REMITTANCE WORKSHEET'.
          05 FILLER                         PIC X(48) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 RMT-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-REMIT-HEADING-2.
          05 FILLER                         PIC X(15) VALUE
             'FILING PERIOD'.
          05 RMT-HDG-FROM                   PIC 9999/99/99.
          05 FILLER                         PIC X(6)  VALUE ' THRU '.
          05 RMT-HDG-TO                     PIC 9999/99/99.
          05 FILLER                         PIC X(91) VALUE SPACES.
      *
       01 WS-REMIT-HEADING-3.
          05 FILLER                         PIC X(12) VALUE
             'RATE EFF'.
          05 FILLER                         PIC X(9)  VALUE
             '    RATE'.
          05 FILLER                         PIC X(24) VALUE
             '   BUSINESS DATES'.
          05 FILLER                         PIC X(6)  VALUE 'DAYS'.
          05 FILLER                         PIC X(18) VALUE
             '       GROSS SALES'.
          05 FILLER                         PIC X(18) VALUE
             '     TAXABLE SALES'.
          05 FILLER                         PIC X(18) VALUE
             '           TAX DUE'.
          05 FILLER                         PIC X(18) VALUE
             '       TAX AT RATE'.
          05 FILLER                         PIC X(9)  VALUE SPACES.
      *
       01 WS-REMIT-DETAIL.
          05 RMT-DET-EFFECTIVE              PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RMT-DET-RATE                   PIC ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE '%  '.
          05 RMT-DET-FIRST                  PIC 9999/99/99.
          05 FILLER                         PIC X     VALUE '-'.
          05 RMT-DET-LAST                   PIC 9999/99/99.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RMT-DET-DAYS                   PIC ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 RMT-DET-GROSS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-DET-TAXABLE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-DET-TAX-DUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-DET-TAX-AT-RATE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(9)  VALUE SPACES.
      *
       01 WS-REMIT-TOTAL-LINE.
          05 RMT-TOT-TEXT                   PIC X(44).
          05 RMT-TOT-DAYS                   PIC ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 RMT-TOT-GROSS                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-TOT-TAXABLE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-TOT-TAX-DUE                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RMT-TOT-TAX-AT-RATE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(9)  VALUE SPACES.
      *
       01 WS-REMIT-COUNT-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RMT-CNT-TEXT                   PIC X(40).
          05 RMT-CNT-VALUE                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(82) VALUE SPACES.
      *
       01 WS-REMIT-MISSING-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RMT-MIS-DATE                   PIC 9999/99/99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RMT-MIS-TEXT                   PIC X(60).
          05 FILLER                         PIC X(55) VALUE SPACES.
      *
       01 WS-REMIT-MESSAGE-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RMT-MSG-TEXT                   PIC X(100).
          05 FILLER                         PIC X(28) VALUE SPACES.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-PERIOD-FROM              PIC 9(8).
             10 LS-PERIOD-FROM-X REDEFINES LS-PERIOD-FROM
                                            PIC X(8).
             10 FILLER                      PIC X.
             10 LS-PERIOD-TO                PIC 9(8).
             10 LS-PERIOD-TO-X REDEFINES LS-PERIOD-TO
                                            PIC X(8).
             10 FILLER                      PIC X(83).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM C0000-LOAD-RATES
           PERFORM C5000-LOAD-POSTINGS
           PERFORM D0000-PRINT-RATE-LINES
           PERFORM E0000-PRINT-MISSING-DATES
           PERFORM F0000-WRITE-TOTALS
           PERFORM G0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE FILING PERIOD HAS NO SENSIBLE DEFAULT -- A RETURN BUILT   *
      * FOR THE WRONG DATES IS WORSE THAN NO RETURN                   *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS      TO TRUE
           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO RMT-HDG-YYYY
           MOVE WS-DATE (5:2) TO RMT-HDG-MM
           MOVE WS-DATE (7:2) TO RMT-HDG-DD
      *
           MOVE ZERO TO WS-FROM-INTEGER
                        WS-TO-INTEGER
           IF LS-PARM-LENGTH >= +17
              AND LS-PERIOD-FROM-X IS NUMERIC
              AND LS-PERIOD-TO-X IS NUMERIC
              MOVE LS-PERIOD-FROM TO WS-PERIOD-FROM
              MOVE LS-PERIOD-TO   TO WS-PERIOD-TO
              IF WS-PERIOD-FROM (5:2) >= '01'
                 AND WS-PERIOD-FROM (5:2) <= '12'
                 AND WS-PERIOD-FROM (7:2) >= '01'
                 AND WS-PERIOD-FROM (7:2) <= '31'
                 AND WS-PERIOD-TO (5:2) >= '01'
                 AND WS-PERIOD-TO (5:2) <= '12'
                 AND WS-PERIOD-TO (7:2) >= '01'
                 AND WS-PERIOD-TO (7:2) <= '31'
                 COMPUTE WS-FROM-INTEGER =
                         FUNCTION INTEGER-OF-DATE (WS-PERIOD-FROM)
                 COMPUTE WS-TO-INTEGER =
                         FUNCTION INTEGER-OF-DATE (WS-PERIOD-TO)
              END-IF
           END-IF
      *
           IF WS-FROM-INTEGER = ZERO
              OR WS-TO-INTEGER = ZERO
              OR WS-TO-INTEGER < WS-FROM-INTEGER
              DISPLAY 'ERROR: PARM MUST BE THE FILING PERIOD AS '
                      'CCYYMMDD,CCYYMMDD (FIRST,LAST) -- ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           COMPUTE WS-DAY-COUNT = WS-TO-INTEGER - WS-FROM-INTEGER + 1
           IF WS-DAY-COUNT > WS-DAY-TABLE-MAX
              DISPLAY 'ERROR: FILING PERIOD IS LONGER THAN '
                      WS-DAY-TABLE-MAX ' DAYS -- ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-DAY-COUNT TO WS-DAYS-IN-PERIOD
      *
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
              MOVE 'N'  TO WS-DY-POSTED-SW (WS-DAY-IDX)
              MOVE ZERO TO WS-DY-POSTINGS (WS-DAY-IDX)
                           WS-DY-GROSS (WS-DAY-IDX)
                           WS-DY-TAX (WS-DAY-IDX)
           END-PERFORM
      *
           MOVE WS-PERIOD-FROM TO RMT-HDG-FROM
           MOVE WS-PERIOD-TO   TO RMT-HDG-TO
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO HISTORY MEANS NOTHING TO FILE FROM. NO RATE FILE MEANS     *
      * ARIT BACKED OUT ITS DEFAULT RATE, SO THE SAME DEFAULT IS      *
      * SHOWN HERE -- FLAGGED ON EVERY LINE IT APPLIES TO.            *
      *---------------------------------------------------------------*
           OPEN INPUT POSTING-HISTORY
           IF WS-POSTHIST-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: POSTING HISTORY COULD NOT BE OPENED '
                      '(STATUS ' WS-POSTHIST-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: RATE-FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-RATE-FILE-STATUS ') -- USING '
                      'THE DEFAULT TAX RATE FOR EVERY DATE'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN OUTPUT REMIT-REPORT
           .

      ******************************************************************
       C0000-LOAD-RATES.
      ******************************************************************

           IF WS-RATE-FILE-STATUS = '00'
              PERFORM UNTIL NO-MORE-RECORDS
                 READ RATE-FILE
                    AT END
                       SET NO-MORE-RECORDS TO TRUE
                    NOT AT END
                       PERFORM C1000-ADD-RATE
                 END-READ
              END-PERFORM
              CLOSE RATE-FILE
              SET  MORE-RECORDS TO TRUE
           END-IF
           .

      ******************************************************************
       C1000-ADD-RATE.
      ******************************************************************

           EVALUATE TRUE
              WHEN RT-EFFECTIVE-DATE-X IS NOT NUMERIC
                 DISPLAY 'WARNING: RATE RECORD WITH A NON-NUMERIC '
                         'EFFECTIVE DATE -- IGNORED'
                 MOVE 4 TO RETURN-CODE
              WHEN WS-RATE-COUNT >= WS-RATE-TABLE-MAX
                 DISPLAY 'ERROR: MORE THAN ' WS-RATE-TABLE-MAX
                         ' RATE RECORDS -- ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 CLOSE RATE-FILE
                       POSTING-HISTORY
                       REMIT-REPORT
                 STOP RUN
              WHEN OTHER
                 ADD  1                 TO WS-RATE-COUNT
                 MOVE RT-EFFECTIVE-DATE TO
                      WS-RT-EFFECTIVE (WS-RATE-COUNT)
                 MOVE RT-TAX-RATE       TO
                      WS-RT-TAX-RATE (WS-RATE-COUNT)
           END-EVALUATE
           .

      ******************************************************************
       C5000-LOAD-POSTINGS.
      ******************************************************************

      *---------------------------------------------------------------*
      * DROP EACH POSTING INTO ITS DAY'S SLOT. A SECOND POSTING FOR   *
      * THE SAME DATE IS AN ARIT RERUN, AND BECAUSE THE HISTORY IS    *
      * ONLY EVER APPENDED TO, THE LATER RECORD IS THE RERUN'S --     *
      * IT REPLACES THE EARLIER ONE RATHER THAN ADDING TO IT.         *
      *---------------------------------------------------------------*
           PERFORM UNTIL NO-MORE-RECORDS
              READ POSTING-HISTORY
                 AT END
                    SET NO-MORE-RECORDS TO TRUE
                 NOT AT END
                    ADD 1 TO WS-HISTORY-READ
                    PERFORM C6000-POST-ONE-DAY
              END-READ
           END-PERFORM
      *
           CLOSE POSTING-HISTORY
           .

      ******************************************************************
       C6000-POST-ONE-DAY.
      ******************************************************************

           IF PO-RUN-DATE-X IS NOT NUMERIC
              OR PO-GROSS-BILLS-X IS NOT NUMERIC
              OR PO-TAX-BACKED-OUT-X IS NOT NUMERIC
              DISPLAY 'REJECTED -- POSTING HISTORY RECORD '
                      WS-HISTORY-READ ' HAS A NON-NUMERIC DATE '
                      'OR AMOUNT'
              ADD  1 TO WS-HISTORY-REJECTED
              MOVE 4 TO RETURN-CODE
           ELSE
              IF PO-RUN-DATE >= WS-PERIOD-FROM
                 AND PO-RUN-DATE <= WS-PERIOD-TO
                 ADD 1 TO WS-HISTORY-IN-PERIOD
                 COMPUTE WS-DAY-IDX =
                         FUNCTION INTEGER-OF-DATE (PO-RUN-DATE)
                         - WS-FROM-INTEGER + 1
                 IF WS-DY-POSTED (WS-DAY-IDX)
                    ADD 1 TO WS-RERUN-REPLACED
                 END-IF
                 SET  WS-DY-POSTED (WS-DAY-IDX) TO TRUE
                 ADD  1                 TO WS-DY-POSTINGS (WS-DAY-IDX)
                 MOVE PO-GROSS-BILLS    TO WS-DY-GROSS (WS-DAY-IDX)
                 MOVE PO-TAX-BACKED-OUT TO WS-DY-TAX (WS-DAY-IDX)
              END-IF
           END-IF
           .

      ******************************************************************
       D0000-PRINT-RATE-LINES.
      ******************************************************************

      *---------------------------------------------------------------*
      * WALK THE PERIOD A DAY AT A TIME. EACH POSTED DAY GOES ON THE  *
      * LINE FOR THE RATE IN EFFECT THAT DAY; WHEN THE RATE RECORD    *
      * CHANGES, THE OPEN LINE IS PRINTED AND A NEW ONE STARTED.      *
      * DAYS WITH NO POSTING ARE SKIPPED HERE AND LISTED BELOW.       *
      *---------------------------------------------------------------*
           PERFORM X5300-WRITE-HEADINGS
           SET  WS-LINE-NOT-OPEN TO TRUE
      *
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
              IF WS-DY-POSTED (WS-DAY-IDX)
                 ADD  1 TO WS-DAYS-POSTED
                 COMPUTE WS-DAY-INTEGER =
                         WS-FROM-INTEGER + WS-DAY-IDX - 1
                 COMPUTE WS-DAY-DATE =
                         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                 PERFORM D1000-FIND-RATE
                 IF WS-LINE-OPEN
                    AND WS-DAY-EFFECTIVE NOT = WS-RL-EFFECTIVE
                    PERFORM D2000-PRINT-RATE-LINE
                 END-IF
                 IF WS-LINE-NOT-OPEN
                    SET  WS-LINE-OPEN     TO TRUE
                    MOVE WS-DAY-EFFECTIVE TO WS-RL-EFFECTIVE
                    MOVE WS-DAY-RATE      TO WS-RL-RATE
                    MOVE WS-DAY-DATE      TO WS-RL-FIRST-DATE
                    MOVE ZERO             TO WS-RL-DAYS
                                             WS-RL-GROSS
                                             WS-RL-TAXABLE
                                             WS-RL-TAX-DUE
                 END-IF
                 MOVE WS-DAY-DATE TO WS-RL-LAST-DATE
                 ADD  1           TO WS-RL-DAYS
                 ADD  WS-DY-GROSS (WS-DAY-IDX) TO WS-RL-GROSS
                 ADD  WS-DY-TAX (WS-DAY-IDX)   TO WS-RL-TAX-DUE
                 COMPUTE WS-RL-TAXABLE = WS-RL-GROSS - WS-RL-TAX-DUE
              END-IF
           END-PERFORM
      *
           IF WS-LINE-OPEN
              PERFORM D2000-PRINT-RATE-LINE
           END-IF
      *
           MOVE 'PERIOD TOTAL'  TO RMT-TOT-TEXT
           MOVE WS-DAYS-POSTED  TO RMT-TOT-DAYS
           MOVE WS-PT-GROSS     TO RMT-TOT-GROSS
           MOVE WS-PT-TAXABLE   TO RMT-TOT-TAXABLE
           MOVE WS-PT-TAX-DUE   TO RMT-TOT-TAX-DUE
           MOVE WS-PT-TAX-AT-RATE TO RMT-TOT-TAX-AT-RATE
           MOVE WS-REMIT-TOTAL-LINE TO WS-PRINT-LINE
           MOVE 2               TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE 'TAX DUE = TAX ARIT BACKED OUT OF THE BILLS (COLLECTED)'
                                TO RMT-MSG-TEXT
           PERFORM X5100-WRITE-MESSAGE
           MOVE 'TAX AT RATE = TAXABLE SALES X RATE, A CROSS-CHECK ONLY'
                                TO RMT-MSG-TEXT
           MOVE WS-REMIT-MESSAGE-LINE TO WS-PRINT-LINE
           MOVE 1                     TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       D1000-FIND-RATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE LATEST RATE RECORD EFFECTIVE ON OR BEFORE THE DAY, THE    *
      * SAME WAY ARIT PICKED IT THAT NIGHT. NOTHING IN EFFECT MEANS   *
      * ARIT FELL BACK TO ITS DEFAULT RATE (EFFECTIVE DATE ZERO).     *
      *---------------------------------------------------------------*
           SET  WS-RATE-NOT-FOUND TO TRUE
           MOVE ZERO              TO WS-BEST-EFFECTIVE-DATE
           MOVE WS-DEFAULT-TAX-RATE TO WS-DAY-RATE
      *
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-EFFECTIVE (WS-RATE-IDX) <= WS-DAY-DATE
                 AND WS-RT-EFFECTIVE (WS-RATE-IDX) >=
                     WS-BEST-EFFECTIVE-DATE
                 SET  WS-RATE-FOUND TO TRUE
                 MOVE WS-RT-EFFECTIVE (WS-RATE-IDX)
                                    TO WS-BEST-EFFECTIVE-DATE
                 MOVE WS-RT-TAX-RATE (WS-RATE-IDX)
                                    TO WS-DAY-RATE
              END-IF
           END-PERFORM
      *
           IF WS-RATE-FOUND
              MOVE WS-BEST-EFFECTIVE-DATE TO WS-DAY-EFFECTIVE
           ELSE
              MOVE ZERO                   TO WS-DAY-EFFECTIVE
              ADD  1                      TO WS-DAYS-DEFAULT-RATE
           END-IF
           .

      ******************************************************************
       D2000-PRINT-RATE-LINE.
      ******************************************************************

           COMPUTE WS-RL-TAX-AT-RATE ROUNDED =
                   WS-RL-TAXABLE * WS-RL-RATE
      *
           IF WS-RL-EFFECTIVE = ZERO
              MOVE 'DEFAULT'        TO RMT-DET-EFFECTIVE
           ELSE
              MOVE WS-RL-EFFECTIVE (1:4) TO RMT-DET-EFFECTIVE (1:4)
              MOVE '/'                   TO RMT-DET-EFFECTIVE (5:1)
              MOVE WS-RL-EFFECTIVE (5:2) TO RMT-DET-EFFECTIVE (6:2)
              MOVE '/'                   TO RMT-DET-EFFECTIVE (8:1)
              MOVE WS-RL-EFFECTIVE (7:2) TO RMT-DET-EFFECTIVE (9:2)
           END-IF
           COMPUTE RMT-DET-RATE = WS-RL-RATE * 100
           MOVE WS-RL-FIRST-DATE    TO RMT-DET-FIRST
           MOVE WS-RL-LAST-DATE     TO RMT-DET-LAST
           MOVE WS-RL-DAYS          TO RMT-DET-DAYS
           MOVE WS-RL-GROSS         TO RMT-DET-GROSS
           MOVE WS-RL-TAXABLE       TO RMT-DET-TAXABLE
           MOVE WS-RL-TAX-DUE       TO RMT-DET-TAX-DUE
           MOVE WS-RL-TAX-AT-RATE   TO RMT-DET-TAX-AT-RATE
           MOVE WS-REMIT-DETAIL     TO WS-PRINT-LINE
           MOVE 1                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           ADD WS-RL-GROSS          TO WS-PT-GROSS
           ADD WS-RL-TAXABLE        TO WS-PT-TAXABLE
           ADD WS-RL-TAX-DUE        TO WS-PT-TAX-DUE
           ADD WS-RL-TAX-AT-RATE    TO WS-PT-TAX-AT-RATE
           ADD 1                    TO WS-PT-RATE-LINES
           SET WS-LINE-NOT-OPEN     TO TRUE
           .

      ******************************************************************
       E0000-PRINT-MISSING-DATES.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY DATE IN THE PERIOD WITHOUT A POSTING -- EITHER ARIT     *
      * NEVER RAN THAT NIGHT OR ITS POSTING NEVER REACHED THE         *
      * HISTORY. EITHER WAY THE RETURN IS SHORT UNTIL SOMEONE SAYS    *
      * WHY, SO ANY MISSING DATE SETS RC=4.                           *
      *---------------------------------------------------------------*
           MOVE 'BUSINESS DATES IN THE PERIOD WITH NO POSTING:'
                                     TO RMT-MSG-TEXT
           PERFORM X5100-WRITE-MESSAGE
      *
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
              IF NOT WS-DY-POSTED (WS-DAY-IDX)
                 ADD  1 TO WS-DAYS-MISSING
                 COMPUTE WS-DAY-INTEGER =
                         WS-FROM-INTEGER + WS-DAY-IDX - 1
                 COMPUTE WS-DAY-DATE =
                         FUNCTION DATE-OF-INTEGER (WS-DAY-INTEGER)
                 MOVE WS-DAY-DATE     TO RMT-MIS-DATE
                 MOVE '** NO ARIT POSTING -- CONFIRM BEFORE FILING **'
                                      TO RMT-MIS-TEXT
                 MOVE WS-REMIT-MISSING-LINE TO WS-PRINT-LINE
                 MOVE 1               TO WS-SPACING
                 PERFORM X5000-WRITE-LINE
              END-IF
           END-PERFORM
      *
           IF WS-DAYS-MISSING = ZERO
              MOVE 'NONE -- EVERY BUSINESS DATE HAS A POSTING'
                                     TO RMT-MSG-TEXT
              MOVE WS-REMIT-MESSAGE-LINE TO WS-PRINT-LINE
              MOVE 1                 TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           ELSE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

           IF WS-LINE + 10 >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           MOVE 'CALENDAR DAYS IN PERIOD'   TO RMT-CNT-TEXT
           MOVE WS-DAYS-IN-PERIOD           TO RMT-CNT-VALUE
           MOVE 3                           TO WS-SPACING
           PERFORM X5400-WRITE-COUNT
           MOVE 1                           TO WS-SPACING
           MOVE 'DAYS INCLUDED (POSTED)'    TO RMT-CNT-TEXT
           MOVE WS-DAYS-POSTED              TO RMT-CNT-VALUE
           PERFORM X5400-WRITE-COUNT
           MOVE 'DAYS WITH NO POSTING'      TO RMT-CNT-TEXT
           MOVE WS-DAYS-MISSING             TO RMT-CNT-VALUE
           PERFORM X5400-WRITE-COUNT
           MOVE 'DAYS AT ARIT DEFAULT RATE' TO RMT-CNT-TEXT
           MOVE WS-DAYS-DEFAULT-RATE        TO RMT-CNT-VALUE
           PERFORM X5400-WRITE-COUNT
           MOVE 'RATE LINES'                TO RMT-CNT-TEXT
           MOVE WS-PT-RATE-LINES            TO RMT-CNT-VALUE
           PERFORM X5400-WRITE-COUNT
           MOVE 'RERUN POSTINGS SUPERSEDED' TO RMT-CNT-TEXT
           MOVE WS-RERUN-REPLACED           TO RMT-CNT-VALUE
           PERFORM X5400-WRITE-COUNT
      *
           DISPLAY ' '
           DISPLAY 'SALES TAX REMITTANCE SUMMARY -- PERIOD '
                   WS-PERIOD-FROM ' THRU ' WS-PERIOD-TO
           DISPLAY '  HISTORY RECORDS READ:     ' WS-HISTORY-READ
           DISPLAY '  IN THE PERIOD:            ' WS-HISTORY-IN-PERIOD
           DISPLAY '  REJECTED:                 ' WS-HISTORY-REJECTED
           DISPLAY '  RERUNS SUPERSEDED:        ' WS-RERUN-REPLACED
           DISPLAY '  DAYS INCLUDED:            ' WS-DAYS-POSTED
           DISPLAY '  DAYS WITH NO POSTING:     ' WS-DAYS-MISSING
           DISPLAY '  TAX DUE:                  ' WS-PT-TAX-DUE
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE REMIT-REPORT
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE REMIT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5100-WRITE-MESSAGE.
      ******************************************************************

           MOVE WS-REMIT-MESSAGE-LINE TO WS-PRINT-LINE
           MOVE 2                     TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO RMT-HDG-PAGE
      *
           WRITE REMIT-RECORD FROM WS-REMIT-HEADING-1
              AFTER TOP-PAGE
           WRITE REMIT-RECORD FROM WS-REMIT-HEADING-2
              AFTER 1
           WRITE REMIT-RECORD FROM WS-REMIT-HEADING-3
              AFTER 2
           ADD 4 TO WS-LINE
           .

      ******************************************************************
       X5400-WRITE-COUNT.
      ******************************************************************

           MOVE WS-REMIT-COUNT-LINE TO WS-PRINT-LINE
           PERFORM X5000-WRITE-LINE
           .
