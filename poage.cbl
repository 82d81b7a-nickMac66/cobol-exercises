      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   POAGE.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> OPEN PURCHASE ORDER AGING: EVERY PO LINE STILL *
      *                OPEN OR PART-RECEIVED, BY VENDOR AND DUE DATE, *
      *                WITH DAYS OUTSTANDING SINCE THE ORDER, DAYS    *
      *                PAST ITS DUE DATE AND A LATENESS BUCKET. A     *
      *                LINE NOT DUE UNTIL AFTER THE CHRISTMAS-WEEK    *
      *                CUTOFF IS FLAGGED AT RISK EVEN IF NOT YET      *
      *                LATE. THE REPORT ENDS WITH ONE SUMMARY LINE    *
      *                PER VENDOR SO PURCHASING CAN SEE AT A GLANCE   *
      *                WHICH VENDORS TO CHASE BEFORE CHRISTMAS WEEK.  *
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
           SELECT OPEN-PO-FILE    ASSIGN TO UT-S-OPENPO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT VENDOR-MASTER   ASSIGN TO VENDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VN-VENDOR-ID
                  FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT RUN-DATE-FILE   ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT AGING-REPORT    ASSIGN TO UT-S-POAGING.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * OPEN PURCHASE ORDER FILE -- ONE RECORD PER PO LINE, WRITTEN   *
      * BY POAPPR AND UPDATED BY STOCKMV RECEIPTS. PO-STATUS: 'O' =   *
      * OPEN, 'P' = PARTLY RECEIVED, 'C' = RECEIVED IN FULL, 'V' =    *
      * OVER-RECEIVED. ONLY 'O' AND 'P' LINES ARE AGED.               *
      *---------------------------------------------------------------*
       FD  OPEN-PO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OPEN-PO-RECORD.
      *
       01  OPEN-PO-RECORD.
           05  PO-NUMBER                     PIC 9(6).
           05  PO-VENDOR-ID                  PIC X(5).
           05  PO-ITEM-NUMBER                PIC X(5).
           05  PO-ITEM-DESCRIPTION           PIC X(25).
           05  PO-ORDER-QTY                  PIC 9(5).
           05  PO-RECEIVED-QTY               PIC 9(5).
           05  PO-UNIT-COST                  PIC 9(7)V99.
           05  PO-ORDER-DATE                 PIC 9(8).
           05  PO-ORDER-DATE-X REDEFINES PO-ORDER-DATE
                                             PIC X(8).
           05  PO-DUE-DATE                   PIC 9(8).
           05  PO-DUE-DATE-X REDEFINES PO-DUE-DATE
                                             PIC X(8).
           05  PO-STATUS                     PIC X.
               88  PO-LINE-OUTSTANDING                VALUE 'O' 'P'.
           05  FILLER                        PIC X(3).
      *
      *---------------------------------------------------------------*
      * VENDOR MASTER (VENDMNT) -- READ BY KEY FOR THE NAME AND PHONE *
      * NUMBER TO CHASE A LATE ORDER WITH                             *
      *---------------------------------------------------------------*
       FD  VENDOR-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS VENDOR-MASTER-RECORD.
      *
       01  VENDOR-MASTER-RECORD.
           05  VN-VENDOR-ID                  PIC X(5).
           05  VN-VENDOR-NAME                PIC X(30).
           05  VN-STREET-ADDR                PIC X(18).
           05  VN-CITY                       PIC X(12).
           05  VN-STATE                      PIC X(2).
           05  VN-POSTAL-CODE                PIC X(5).
           05  VN-PHONE                      PIC X(10).
           05  VN-LEAD-DAYS                  PIC 9(3).
           05  VN-VENDOR-STATUS              PIC X.
           05  FILLER                        PIC X(14).
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
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- ONE RECORD PER OUTSTANDING PO LINE, KEYED   *
      * BY VENDOR, THEN DUE DATE, THEN PO                             *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-AGING-RECORD.
      *
       01  SD-AGING-RECORD.
           05  SD-VENDOR-ID                  PIC X(5).
           05  SD-DUE-DATE                   PIC 9(8).
           05  SD-PO-NUMBER                  PIC 9(6).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-ITEM-DESCRIPTION           PIC X(25).
           05  SD-ORDER-QTY                  PIC 9(5).
           05  SD-RECEIVED-QTY               PIC 9(5).
           05  SD-UNIT-COST                  PIC 9(7)V99.
           05  SD-ORDER-DATE                 PIC 9(8).
      *
       FD  AGING-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AGING-REPORT-RECORD.
      *
       01  AGING-REPORT-RECORD               PIC X(132).
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
          05 WS-VENDOR-AVAIL-SW             PIC X.
             88 WS-VENDOR-MASTER-AVAILABLE            VALUE 'Y'.
             88 WS-VENDOR-MASTER-UNAVAILABLE          VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
      *
       01 WS-OPENPO-FILE-STATUS             PIC XX.
      *
       01 WS-VENDOR-FILE-STATUS             PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-LINES-READ                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LINES-AGED                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LINES-LATE                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LINES-AT-RISK               PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-VND-LINES                   PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VND-LATE                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VND-AT-RISK                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VND-MAX-LATE                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VND-VALUE                   PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-GRAND-VALUE                 PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-CUTOFF-DATE                 PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-VENDOR                 PIC X(5).
          05 WS-VENDOR-NAME                 PIC X(30).
          05 WS-VENDOR-PHONE                PIC X(10).
          05 WS-OUTSTANDING-QTY             PIC S9(7) COMP-3.
          05 WS-OUTSTANDING-VALUE           PIC S9(9)V99 COMP-3.
          05 WS-DAYS-OUTSTANDING            PIC S9(5) COMP-3.
          05 WS-DAYS-LATE                   PIC S9(5) COMP-3.
          05 WS-EDIT-DATE-IN                PIC 9(8).
          05 WS-EDIT-DATE-OUT               PIC X(10).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * CHRISTMAS WEEK STARTS THE 18TH OF DECEMBER -- STOCK DUE AFTER *
      * THAT IS TOO LATE FOR THE PICK, WHATEVER THE VENDOR PROMISED   *
      *---------------------------------------------------------------*
          05 WS-CUTOFF-MMDD                 PIC X(4)  VALUE '1218'.
      *
      *---------------------------------------------------------------*
      * ONE ENTRY PER VENDOR WITH OUTSTANDING LINES, FILLED AS EACH   *
      * VENDOR GROUP ENDS, FOR THE SUMMARY PAGE                       *
      *---------------------------------------------------------------*
       01 WS-VSUM-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +300.
       01 WS-VSUM-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-VSUM-IDX                       PIC S9(4) BINARY.
       01 WS-VSUM-TABLE.
          05 WS-VSUM-ENTRY OCCURS 300 TIMES.
             10 WS-VS-VENDOR-ID             PIC X(5).
             10 WS-VS-VENDOR-NAME           PIC X(30).
             10 WS-VS-PHONE                 PIC X(10).
             10 WS-VS-LINES                 PIC S9(5) COMP-3.
             10 WS-VS-LATE                  PIC S9(5) COMP-3.
             10 WS-VS-AT-RISK               PIC S9(5) COMP-3.
             10 WS-VS-MAX-LATE              PIC S9(5) COMP-3.
             10 WS-VS-VALUE                 PIC S9(9)V99 COMP-3.
      *
       01 WS-AGING-HEADING-1.
          05 AGE-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 AGE-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 AGE-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(38) VALUE
             'OPEN PURCHASE ORDER AGING'.
          05 FILLER                         PIC X(22) VALUE
             'CHRISTMAS-WEEK CUTOFF'.
          05 AGE-HDG-CUTOFF                 PIC X(10).
          05 FILLER                         PIC X(14) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 AGE-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-AGING-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'PO'.
          05 FILLER                         PIC X(7)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(8)  VALUE
             'ORDERED'.
          05 FILLER                         PIC X(8)  VALUE
             'RECEIVD'.
          05 FILLER                         PIC X(8)  VALUE
             '    DUE'.
          05 FILLER                         PIC X(15) VALUE
             '   VALUE DUE'.
          05 FILLER                         PIC X(12) VALUE
             'ORDERED ON'.
          05 FILLER                         PIC X(12) VALUE
             'DUE ON'.
          05 FILLER                         PIC X(6)  VALUE
             ' DAYS'.
          05 FILLER                         PIC X(6)  VALUE
             ' LATE'.
          05 FILLER                         PIC X(15) VALUE
             'STATUS'.
      *
       01 WS-AGING-VENDOR-LINE.
          05 FILLER                         PIC X(8)  VALUE
             'VENDOR'.
          05 AGE-VND-ID                     PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 AGE-VND-NAME                   PIC X(30).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'PHONE'.
          05 AGE-VND-PHONE                  PIC X(10).
          05 FILLER                         PIC X(66) VALUE SPACES.
      *
       01 WS-AGING-DETAIL.
          05 AGE-PO-NUMBER                  PIC 9(6).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-ITEM-DESCRIPTION           PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-ORDER-QTY                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-RECEIVED-QTY               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-OUTSTANDING-QTY            PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-OUTSTANDING-VALUE          PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-ORDER-DATE                 PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-DUE-DATE                   PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-DAYS-OUTSTANDING           PIC ZZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-DAYS-LATE                  PIC ZZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 AGE-BUCKET                     PIC X(12).
          05 FILLER                         PIC X(3)  VALUE SPACES.
      *
       01 WS-AGING-VENDOR-TOTAL.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(17) VALUE
             'VENDOR TOTAL'.
          05 FILLER                         PIC X(7)  VALUE 'LINES'.
          05 AGE-VT-LINES                   PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'LATE'.
          05 AGE-VT-LATE                    PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(9)  VALUE 'AT RISK'.
          05 AGE-VT-AT-RISK                 PIC ZZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 AGE-VT-VALUE                   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(50) VALUE SPACES.
      *
       01 WS-SUMMARY-HEADING.
          05 FILLER                         PIC X(40) VALUE
             'VENDOR SUMMARY -- OUTSTANDING PO LINES'.
          05 FILLER                         PIC X(92) VALUE SPACES.
      *
       01 WS-SUMMARY-COLUMN-HEADING.
          05 FILLER                         PIC X(7)  VALUE 'VENDOR'.
          05 FILLER                         PIC X(32) VALUE 'NAME'.
          05 FILLER                         PIC X(12) VALUE 'PHONE'.
          05 FILLER                         PIC X(7)  VALUE ' LINES'.
          05 FILLER                         PIC X(7)  VALUE '  LATE'.
          05 FILLER                         PIC X(7)  VALUE '  RISK'.
          05 FILLER                         PIC X(7)  VALUE ' MAX L'.
          05 FILLER                         PIC X(16) VALUE
             '     VALUE DUE'.
          05 FILLER                         PIC X(37) VALUE SPACES.
      *
       01 WS-SUMMARY-DETAIL.
          05 SUM-VENDOR-ID                  PIC X(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUM-VENDOR-NAME                PIC X(30).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUM-PHONE                      PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUM-LINES                      PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-LATE                       PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-AT-RISK                    PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-MAX-LATE                   PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-VALUE                      PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-FLAG                       PIC X(20).
          05 FILLER                         PIC X(17) VALUE SPACES.
      *
       01 WS-SUMMARY-TOTAL.
          05 FILLER                         PIC X(7)  VALUE SPACES.
          05 FILLER                         PIC X(44) VALUE
             'ALL VENDORS'.
          05 SUM-TOT-LINES                  PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-TOT-LATE                   PIC ZZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUM-TOT-AT-RISK                PIC ZZZ9.
          05 FILLER                         PIC X(10) VALUE SPACES.
          05 SUM-TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(40) VALUE SPACES.
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
              ON ASCENDING KEY SD-VENDOR-ID
                               SD-DUE-DATE
                               SD-PO-NUMBER
                               SD-ITEM-NUMBER
              INPUT  PROCEDURE IS C0000-SELECT-OUTSTANDING
              OUTPUT PROCEDURE IS D0000-WRITE-AGING
      *
           PERFORM E0000-WRITE-VENDOR-SUMMARY
           PERFORM F0000-WRITE-TOTALS
           PERFORM G0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS TO TRUE
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO AGE-HDG-YYYY
           MOVE WS-DATE (5:2) TO AGE-HDG-MM
           MOVE WS-DATE (7:2) TO AGE-HDG-DD
      *
           MOVE WS-DATE (1:4)  TO WS-CUTOFF-DATE (1:4)
           MOVE WS-CUTOFF-MMDD TO WS-CUTOFF-DATE (5:4)
           MOVE WS-CUTOFF-DATE TO WS-EDIT-DATE-IN
           PERFORM X3000-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT TO AGE-HDG-CUTOFF
           .

      ******************************************************************
       A0500-GET-RUN-DATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD   *
      * THE SAME WAY GIFTSEL'S A0500-GET-RUN-DATE DOES. NO CARD (OR   *
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

      *---------------------------------------------------------------*
      * NO OPEN-PO FILE YET MEANS NOTHING HAS BEEN ORDERED -- SAY SO  *
      * AND END CLEANLY. A VENDOR MASTER THAT WON'T OPEN ONLY COSTS   *
      * THE NAMES AND PHONE NUMBERS.                                  *
      *---------------------------------------------------------------*
           OPEN INPUT OPEN-PO-FILE
           IF WS-OPENPO-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: OPEN PO FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-OPENPO-FILE-STATUS ') -- '
                      'NO AGING PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS = '00'
              SET WS-VENDOR-MASTER-AVAILABLE   TO TRUE
           ELSE
              SET WS-VENDOR-MASTER-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: VENDOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-VENDOR-FILE-STATUS ') -- '
                      'VENDOR NAMES NOT PRINTED'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN OUTPUT AGING-REPORT
           .

      ******************************************************************
       C0000-SELECT-OUTSTANDING.
      ******************************************************************

           PERFORM X1000-READ-OPEN-PO
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF PO-LINE-OUTSTANDING
                 MOVE PO-VENDOR-ID        TO SD-VENDOR-ID
                 IF PO-DUE-DATE-X IS NUMERIC
                    MOVE PO-DUE-DATE      TO SD-DUE-DATE
                 ELSE
                    MOVE ZERO             TO SD-DUE-DATE
                 END-IF
                 MOVE PO-NUMBER           TO SD-PO-NUMBER
                 MOVE PO-ITEM-NUMBER      TO SD-ITEM-NUMBER
                 MOVE PO-ITEM-DESCRIPTION TO SD-ITEM-DESCRIPTION
                 MOVE PO-ORDER-QTY        TO SD-ORDER-QTY
                 MOVE PO-RECEIVED-QTY     TO SD-RECEIVED-QTY
                 MOVE PO-UNIT-COST        TO SD-UNIT-COST
                 IF PO-ORDER-DATE-X IS NUMERIC
                    MOVE PO-ORDER-DATE    TO SD-ORDER-DATE
                 ELSE
                    MOVE ZERO             TO SD-ORDER-DATE
                 END-IF
                 RELEASE SD-AGING-RECORD
                 ADD 1 TO WS-LINES-AGED
              END-IF
              PERFORM X1000-READ-OPEN-PO
           END-PERFORM
           .

      ******************************************************************
       D0000-WRITE-AGING.
      ******************************************************************

           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-VENDOR
           MOVE ZERO                TO WS-PAGE
           MOVE WS-LINES-PER-PAGE   TO WS-LINE
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-PREV-VENDOR NOT = LOW-VALUES
                       PERFORM D3000-END-VENDOR
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-PO-LINE
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-PO-LINE.
      ******************************************************************

           IF SD-VENDOR-ID NOT = WS-PREV-VENDOR
              IF WS-PREV-VENDOR NOT = LOW-VALUES
                 PERFORM D3000-END-VENDOR
              END-IF
              PERFORM D2500-START-VENDOR
           END-IF
      *
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           PERFORM D1500-AGE-ONE-LINE
      *
           WRITE AGING-REPORT-RECORD FROM WS-AGING-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
           .

      ******************************************************************
       D1500-AGE-ONE-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * DAYS OUTSTANDING RUN FROM THE ORDER DATE, DAYS LATE FROM THE  *
      * DUE DATE, BOTH TO THE RUN DATE. A LINE NOT YET DUE BUT DUE    *
      * AFTER THE CHRISTMAS-WEEK CUTOFF IS AT RISK.                   *
      *---------------------------------------------------------------*
           COMPUTE WS-OUTSTANDING-QTY = SD-ORDER-QTY - SD-RECEIVED-QTY
           IF WS-OUTSTANDING-QTY < ZERO
              MOVE ZERO TO WS-OUTSTANDING-QTY
           END-IF
           COMPUTE WS-OUTSTANDING-VALUE =
                   WS-OUTSTANDING-QTY * SD-UNIT-COST
      *
           MOVE ZERO TO WS-DAYS-OUTSTANDING
                        WS-DAYS-LATE
           IF SD-ORDER-DATE > ZERO
              AND SD-ORDER-DATE <= WS-DATE
              COMPUTE WS-DAYS-OUTSTANDING =
                      FUNCTION INTEGER-OF-DATE (WS-DATE)
                    - FUNCTION INTEGER-OF-DATE (SD-ORDER-DATE)
           END-IF
           IF SD-DUE-DATE > ZERO
              AND SD-DUE-DATE < WS-DATE
              COMPUTE WS-DAYS-LATE =
                      FUNCTION INTEGER-OF-DATE (WS-DATE)
                    - FUNCTION INTEGER-OF-DATE (SD-DUE-DATE)
           END-IF
      *
           EVALUATE TRUE
              WHEN SD-DUE-DATE = ZERO
                 MOVE 'NO DUE DATE'  TO AGE-BUCKET
              WHEN WS-DAYS-LATE > 14
                 MOVE 'LATE 15+'     TO AGE-BUCKET
              WHEN WS-DAYS-LATE > 7
                 MOVE 'LATE 8-14'    TO AGE-BUCKET
              WHEN WS-DAYS-LATE > ZERO
                 MOVE 'LATE 1-7'     TO AGE-BUCKET
              WHEN SD-DUE-DATE > WS-CUTOFF-DATE
                 MOVE 'AT RISK'      TO AGE-BUCKET
              WHEN OTHER
                 MOVE 'NOT YET DUE'  TO AGE-BUCKET
           END-EVALUATE
      *
           IF WS-DAYS-LATE > ZERO
              ADD 1 TO WS-VND-LATE
                       WS-LINES-LATE
              IF WS-DAYS-LATE > WS-VND-MAX-LATE
                 MOVE WS-DAYS-LATE TO WS-VND-MAX-LATE
              END-IF
           ELSE
              IF SD-DUE-DATE > WS-CUTOFF-DATE
                 ADD 1 TO WS-VND-AT-RISK
                          WS-LINES-AT-RISK
              END-IF
           END-IF
           ADD 1                    TO WS-VND-LINES
           ADD WS-OUTSTANDING-VALUE TO WS-VND-VALUE
                                       WS-GRAND-VALUE
      *
           MOVE SD-PO-NUMBER         TO AGE-PO-NUMBER
           MOVE SD-ITEM-NUMBER       TO AGE-ITEM-NUMBER
           MOVE SD-ITEM-DESCRIPTION  TO AGE-ITEM-DESCRIPTION
           MOVE SD-ORDER-QTY         TO AGE-ORDER-QTY
           MOVE SD-RECEIVED-QTY      TO AGE-RECEIVED-QTY
           MOVE WS-OUTSTANDING-QTY   TO AGE-OUTSTANDING-QTY
           MOVE WS-OUTSTANDING-VALUE TO AGE-OUTSTANDING-VALUE
           MOVE SD-ORDER-DATE        TO WS-EDIT-DATE-IN
           PERFORM X3000-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT     TO AGE-ORDER-DATE
           MOVE SD-DUE-DATE          TO WS-EDIT-DATE-IN
           PERFORM X3000-EDIT-DATE
           MOVE WS-EDIT-DATE-OUT     TO AGE-DUE-DATE
           MOVE WS-DAYS-OUTSTANDING  TO AGE-DAYS-OUTSTANDING
           MOVE WS-DAYS-LATE         TO AGE-DAYS-LATE
           .

      ******************************************************************
       D2000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO AGE-HDG-PAGE
      *
           WRITE AGING-REPORT-RECORD FROM WS-AGING-HEADING-1
              AFTER TOP-PAGE
           WRITE AGING-REPORT-RECORD FROM WS-AGING-HEADING-2
              AFTER 2
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
              AFTER 1
           .

      ******************************************************************
       D2500-START-VENDOR.
      ******************************************************************

           MOVE SD-VENDOR-ID TO WS-PREV-VENDOR
           MOVE ZERO         TO WS-VND-LINES
                                WS-VND-LATE
                                WS-VND-AT-RISK
                                WS-VND-MAX-LATE
                                WS-VND-VALUE
           MOVE SPACES       TO WS-VENDOR-NAME
                                WS-VENDOR-PHONE
      *
           IF WS-VENDOR-MASTER-AVAILABLE
              MOVE SD-VENDOR-ID TO VN-VENDOR-ID
              READ VENDOR-MASTER
                 INVALID KEY
                    MOVE '** NOT ON VENDOR MASTER **'
                                        TO WS-VENDOR-NAME
                 NOT INVALID KEY
                    MOVE VN-VENDOR-NAME TO WS-VENDOR-NAME
                    MOVE VN-PHONE       TO WS-VENDOR-PHONE
              END-READ
           END-IF
      *
           IF WS-LINE + 4 >= WS-LINES-PER-PAGE
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           MOVE SD-VENDOR-ID    TO AGE-VND-ID
           MOVE WS-VENDOR-NAME  TO AGE-VND-NAME
           MOVE WS-VENDOR-PHONE TO AGE-VND-PHONE
           WRITE AGING-REPORT-RECORD FROM WS-AGING-VENDOR-LINE
              AFTER 2
           ADD 2 TO WS-LINE
           .

      ******************************************************************
       D3000-END-VENDOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * VENDOR TOTAL ON THE REPORT, AND THE VENDOR'S FIGURES SAVED    *
      * FOR THE SUMMARY PAGE                                          *
      *---------------------------------------------------------------*
           MOVE WS-VND-LINES   TO AGE-VT-LINES
           MOVE WS-VND-LATE    TO AGE-VT-LATE
           MOVE WS-VND-AT-RISK TO AGE-VT-AT-RISK
           MOVE WS-VND-VALUE   TO AGE-VT-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-AGING-VENDOR-TOTAL
              AFTER 2
           ADD 2 TO WS-LINE
      *
           IF WS-VSUM-COUNT < WS-VSUM-TABLE-MAX
              ADD  1               TO WS-VSUM-COUNT
              MOVE WS-PREV-VENDOR  TO WS-VS-VENDOR-ID (WS-VSUM-COUNT)
              MOVE WS-VENDOR-NAME  TO
                   WS-VS-VENDOR-NAME (WS-VSUM-COUNT)
              MOVE WS-VENDOR-PHONE TO WS-VS-PHONE (WS-VSUM-COUNT)
              MOVE WS-VND-LINES    TO WS-VS-LINES (WS-VSUM-COUNT)
              MOVE WS-VND-LATE     TO WS-VS-LATE (WS-VSUM-COUNT)
              MOVE WS-VND-AT-RISK  TO WS-VS-AT-RISK (WS-VSUM-COUNT)
              MOVE WS-VND-MAX-LATE TO WS-VS-MAX-LATE (WS-VSUM-COUNT)
              MOVE WS-VND-VALUE    TO WS-VS-VALUE (WS-VSUM-COUNT)
           ELSE
              DISPLAY 'WARNING: VENDOR SUMMARY FULL -- VENDOR '
                      WS-PREV-VENDOR ' LEFT OFF THE SUMMARY PAGE'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       E0000-WRITE-VENDOR-SUMMARY.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LINE PER VENDOR, FLAGGED WHEN ANYTHING IS LATE OR DUE TOO *
      * LATE FOR CHRISTMAS WEEK, WITH A GRAND TOTAL                   *
      *---------------------------------------------------------------*
           PERFORM E0500-WRITE-SUMMARY-HEADINGS
      *
           PERFORM VARYING WS-VSUM-IDX FROM 1 BY 1
                   UNTIL WS-VSUM-IDX > WS-VSUM-COUNT
              IF WS-LINE >= WS-LINES-PER-PAGE
                 PERFORM E0500-WRITE-SUMMARY-HEADINGS
              END-IF
              MOVE WS-VS-VENDOR-ID (WS-VSUM-IDX)   TO SUM-VENDOR-ID
              MOVE WS-VS-VENDOR-NAME (WS-VSUM-IDX) TO SUM-VENDOR-NAME
              MOVE WS-VS-PHONE (WS-VSUM-IDX)       TO SUM-PHONE
              MOVE WS-VS-LINES (WS-VSUM-IDX)       TO SUM-LINES
              MOVE WS-VS-LATE (WS-VSUM-IDX)        TO SUM-LATE
              MOVE WS-VS-AT-RISK (WS-VSUM-IDX)     TO SUM-AT-RISK
              MOVE WS-VS-MAX-LATE (WS-VSUM-IDX)    TO SUM-MAX-LATE
              MOVE WS-VS-VALUE (WS-VSUM-IDX)       TO SUM-VALUE
              EVALUATE TRUE
                 WHEN WS-VS-LATE (WS-VSUM-IDX) > ZERO
                    MOVE '** LATE -- CHASE **' TO SUM-FLAG
                 WHEN WS-VS-AT-RISK (WS-VSUM-IDX) > ZERO
                    MOVE '** AT RISK **'       TO SUM-FLAG
                 WHEN OTHER
                    MOVE SPACES                TO SUM-FLAG
              END-EVALUATE
              WRITE AGING-REPORT-RECORD FROM WS-SUMMARY-DETAIL
                 AFTER 1
              ADD 1 TO WS-LINE
           END-PERFORM
      *
           MOVE WS-LINES-AGED    TO SUM-TOT-LINES
           MOVE WS-LINES-LATE    TO SUM-TOT-LATE
           MOVE WS-LINES-AT-RISK TO SUM-TOT-AT-RISK
           MOVE WS-GRAND-VALUE   TO SUM-TOT-VALUE
           WRITE AGING-REPORT-RECORD FROM WS-SUMMARY-TOTAL
              AFTER 2
           .

      ******************************************************************
       E0500-WRITE-SUMMARY-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO AGE-HDG-PAGE
      *
           WRITE AGING-REPORT-RECORD FROM WS-AGING-HEADING-1
              AFTER TOP-PAGE
           WRITE AGING-REPORT-RECORD FROM WS-SUMMARY-HEADING
              AFTER 2
           WRITE AGING-REPORT-RECORD FROM WS-SUMMARY-COLUMN-HEADING
              AFTER 2
           MOVE SPACES TO AGING-REPORT-RECORD
           WRITE AGING-REPORT-RECORD
              AFTER 1
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

      *---------------------------------------------------------------*
      * ANY LATE LINE RAISES RC 4 SO THE MORNING CHECK NOTICES IT     *
      *---------------------------------------------------------------*
           IF WS-LINES-LATE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY ' '
           DISPLAY 'OPEN PURCHASE ORDER AGING SUMMARY'
           DISPLAY '  RUN DATE:               ' WS-DATE
           DISPLAY '  PO LINES READ:          ' WS-LINES-READ
           DISPLAY '  OUTSTANDING LINES:      ' WS-LINES-AGED
           DISPLAY '  LINES PAST DUE:         ' WS-LINES-LATE
           DISPLAY '  LINES AT RISK:          ' WS-LINES-AT-RISK
           DISPLAY '  VENDORS WITH OPEN POS:  ' WS-VSUM-COUNT
           DISPLAY '  VALUE OUTSTANDING:      ' WS-GRAND-VALUE
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE OPEN-PO-FILE
                 AGING-REPORT
      *
           IF WS-VENDOR-MASTER-AVAILABLE
              CLOSE VENDOR-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-OPEN-PO.
      ******************************************************************

           READ OPEN-PO-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINES-READ
           END-READ
           .

      ******************************************************************
       X3000-EDIT-DATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * CCYYMMDD TO CCYY-MM-DD FOR PRINTING; ZERO PRINTS BLANK        *
      *---------------------------------------------------------------*
           MOVE SPACES TO WS-EDIT-DATE-OUT
           IF WS-EDIT-DATE-IN > ZERO
              STRING WS-EDIT-DATE-IN (1:4) DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-EDIT-DATE-IN (5:2) DELIMITED BY SIZE
                     '-'                   DELIMITED BY SIZE
                     WS-EDIT-DATE-IN (7:2) DELIMITED BY SIZE
                INTO WS-EDIT-DATE-OUT
              END-STRING
           END-IF
           .
