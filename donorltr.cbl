      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   DONORLTR.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SEASON-END IN-KIND DONOR ACKNOWLEDGEMENTS: READ *
      *                THE DONATION LEDGER STOCKMV BUILDS AS DONATED  *
      *                GOODS ARE RECEIVED, KEEP THE SEASON'S ENTRIES, *
      *                RESEQUENCE THEM BY DONOR AND ITEM, AND PRINT   *
      *                ONE THANK-YOU LETTER PER DONOR LISTING EVERY   *
      *                ITEM AND QUANTITY THEY GAVE WITH ITS VALUE AND *
      *                A SEASON TOTAL. THE DONOR'S NAME AND ADDRESS   *
      *                COME OFF THE DONOR MASTER. EVERY DONOR WHOSE   *
      *                SEASON TOTAL REACHES THE BOARD THRESHOLD IS    *
      *                ALSO LISTED, LARGEST FIRST, ON THE BOARD       *
      *                SUMMARY. PARM IS CCYY,NNNNNNN -- THE SEASON    *
      *                YEAR AND THE THRESHOLD IN WHOLE DOLLARS.       *
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
           SELECT DONATION-LEDGER ASSIGN TO UT-S-DONLEDG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT DONOR-MASTER    ASSIGN TO DONORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DN-DONOR-ID
                  FILE STATUS IS WS-DONORMST-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT BOARD-SORT-FILE ASSIGN TO UT-S-SORTWK.
           SELECT LETTER-FILE     ASSIGN TO UT-S-ACKLTRS.
           SELECT BOARD-FILE      ASSIGN TO UT-S-BOARDSUM.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * DONATION LEDGER -- CUMULATIVE, ONE RECORD PER DONATION POSTED *
      * BY STOCKMV, VALUED AT THE PRICE IN EFFECT ON THE DONATION DATE*
      *---------------------------------------------------------------*
       FD  DONATION-LEDGER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DONATION-LEDGER-RECORD.
      *
       01  DONATION-LEDGER-RECORD.
           05  DL-DONOR-ID                   PIC X(5).
           05  DL-DONATION-DATE              PIC 9(8).
           05  DL-DONATION-DATE-X REDEFINES DL-DONATION-DATE
                                             PIC X(8).
           05  DL-ITEM-NUMBER                PIC X(5).
           05  DL-ITEM-DESCRIPTION           PIC X(25).
           05  DL-QTY                        PIC 9(5).
           05  DL-UNIT-PRICE                 PIC 9(7)V99.
           05  DL-EXTENDED-VALUE             PIC 9(9)V99.
           05  DL-POSTED-DATE                PIC 9(8).
           05  FILLER                        PIC X(4).
      *
      *---------------------------------------------------------------*
      * IN-KIND DONOR MASTER -- INDEXED, KEYED ON DN-DONOR-ID, READ   *
      * HERE BY KEY AT EACH DONOR BREAK                               *
      *---------------------------------------------------------------*
       FD  DONOR-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS DONOR-MASTER-RECORD.
      *
       01  DONOR-MASTER-RECORD.
           05  DN-DONOR-ID                   PIC X(5).
           05  DN-DONOR-NAME                 PIC X(30).
           05  DN-STREET-ADDR                PIC X(18).
           05  DN-CITY                       PIC X(12).
           05  DN-STATE                      PIC X(2).
           05  DN-POSTAL-CODE                PIC X(5).
           05  DN-DONOR-STATUS               PIC X.
           05  FILLER                        PIC X(27).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- THE SEASON'S LEDGER ENTRIES KEYED BY DONOR  *
      * THEN ITEM, SO EACH DONOR'S GIFTS OF ONE ITEM COME TOGETHER    *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-LEDGER-RECORD.
      *
       01  SD-LEDGER-RECORD.
           05  SD-DONOR-ID                   PIC X(5).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-ITEM-DESCRIPTION           PIC X(25).
           05  SD-QTY                        PIC 9(5).
           05  SD-EXTENDED-VALUE             PIC 9(9)V99.
      *
      *---------------------------------------------------------------*
      * SECOND SORT -- ONE RECORD PER DONOR AT OR OVER THE THRESHOLD, *
      * LARGEST SEASON TOTAL FIRST FOR THE BOARD SUMMARY              *
      *---------------------------------------------------------------*
       SD  BOARD-SORT-FILE
           DATA RECORD IS SB-BOARD-RECORD.
      *
       01  SB-BOARD-RECORD.
           05  SB-DONOR-ID                   PIC X(5).
           05  SB-DONOR-NAME                 PIC X(30).
           05  SB-ITEM-LINES                 PIC 9(5).
           05  SB-TOTAL-QTY                  PIC 9(7).
           05  SB-TOTAL-VALUE                PIC 9(9)V99.
      *
       FD  LETTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS LETTER-RECORD.
      *
       01  LETTER-RECORD                     PIC X(132).
      *
       FD  BOARD-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BOARD-RECORD.
      *
       01  BOARD-RECORD                      PIC X(132).
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
          05 WS-IN-LETTER-SW                PIC X.
             88 WS-IN-LETTER                          VALUE 'Y'.
             88 WS-IN-LETTER-NOT                      VALUE 'N'.
          05 WS-DONORMST-AVAIL-SW           PIC X.
             88 WS-DONORMST-AVAILABLE                 VALUE 'Y'.
             88 WS-DONORMST-UNAVAILABLE               VALUE 'N'.
      *
       01 WS-LEDGER-FILE-STATUS             PIC XX.
      *
       01 WS-DONORMST-FILE-STATUS           PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-SEASON-YEAR                 PIC 9(4).
          05 WS-BOARD-THRESHOLD             PIC 9(9)V99.
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-DONOR-ID               PIC X(5).
          05 WS-PREV-ITEM-NUMBER            PIC X(5).
          05 WS-PREV-ITEM-DESC              PIC X(25).
          05 WS-ITEM-QTY                    PIC S9(7) COMP-3.
          05 WS-ITEM-VALUE                  PIC S9(9)V99 COMP-3.
          05 WS-DONOR-ITEM-LINES            PIC S9(5) COMP-3.
          05 WS-DONOR-QTY                   PIC S9(7) COMP-3.
          05 WS-DONOR-VALUE                 PIC S9(9)V99 COMP-3.
          05 WS-BOARD-RANK                  PIC S9(5) COMP-3.
          05 WS-LEDGER-READ                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SEASON-ENTRIES              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LETTERS-PRODUCED            PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-DONORS-MISSING              PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-BOARD-DONORS                PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-SEASON-VALUE                PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-BOARD-VALUE                 PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-DEFAULT-THRESHOLD           PIC 9(9)V99
                                                      VALUE 1000.00.
      *
      *---------------------------------------------------------------*
      * DONORS AT OR OVER THE THRESHOLD, HELD UNTIL THE LETTERS ARE   *
      * DONE AND THEN FED TO THE SECOND SORT. A SEASON WITH MORE      *
      * LARGE DONORS THAN THE TABLE HOLDS STILL GETS EVERY LETTER;    *
      * THE OVERFLOW IS COUNTED AND FLAGGED RC=4.                     *
      *---------------------------------------------------------------*
       01 WS-BOARD-TABLE.
          05 WS-BOARD-MAX                   PIC S9(4) BINARY
                                                      VALUE +500.
          05 WS-BOARD-COUNT                 PIC S9(4) BINARY
                                                      VALUE ZERO.
          05 WS-BOARD-IDX                   PIC S9(4) BINARY.
          05 WS-BOARD-OVERFLOW              PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-BOARD-ENTRY OCCURS 500 TIMES.
             10 WS-BD-DONOR-ID              PIC X(5).
             10 WS-BD-DONOR-NAME            PIC X(30).
             10 WS-BD-ITEM-LINES            PIC 9(5).
             10 WS-BD-TOTAL-QTY             PIC 9(7).
             10 WS-BD-TOTAL-VALUE           PIC 9(9)V99.
      *
       01 WS-LETTER-DATE-LINE.
          05 LTR-YYYY                       PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 LTR-MM                         PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 LTR-DD                         PIC 99.
          05 FILLER                         PIC X(90) VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'DONOR'.
          05 LTR-DONOR-ID                   PIC X(5).
          05 FILLER                         PIC X(20) VALUE SPACES.
      *
       01 WS-LETTER-NAME-LINE.
          05 LTR-DONOR-NAME                 PIC X(30).
          05 FILLER                         PIC X(102) VALUE SPACES.
      *
       01 WS-ADDR-STREET-LINE.
          05 ADDR-STREET                    PIC X(18).
          05 FILLER                         PIC X(114) VALUE SPACES.
      *
       01 WS-ADDR-CSP-LINE.
          05 ADDR-CITY                      PIC X(12).
          05 FILLER                         PIC X     VALUE SPACES.
          05 ADDR-STATE                     PIC X(2).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 ADDR-POSTAL                    PIC X(5).
          05 FILLER                         PIC X(110) VALUE SPACES.
      *
       01 WS-LETTER-ITEM-HEADING.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(28) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(10) VALUE
             'QUANTITY'.
          05 FILLER                         PIC X(81) VALUE
             '        VALUE'.
      *
       01 WS-LETTER-ITEM-LINE.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 LTR-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 LTR-ITEM-DESC                  PIC X(25).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 LTR-ITEM-QTY                   PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 LTR-ITEM-VALUE                 PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(68) VALUE SPACES.
      *
       01 WS-LETTER-TOTAL-LINE.
          05 FILLER                         PIC X(13) VALUE SPACES.
          05 FILLER                         PIC X(28) VALUE
             'SEASON TOTAL'.
          05 LTR-TOTAL-QTY                  PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 LTR-TOTAL-VALUE                PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(68) VALUE SPACES.
      *
       01 WS-LETTER-TOTALS-LINE.
          05 FILLER                         PIC X(26) VALUE
             '*** LETTERS PRODUCED ***'.
          05 LTR-TOTAL-COUNT                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(100) VALUE SPACES.
      *
       01 WS-BRD-HEADING-1.
          05 BRD-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 BRD-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 BRD-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(34) VALUE
             'IN-KIND DONORS -- BOARD SUMMARY'.
          05 FILLER                         PIC X(7)  VALUE 'SEASON'.
          05 BRD-HDG-SEASON                 PIC 9(4).
          05 FILLER                         PIC X(39) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 BRD-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-BRD-HEADING-2.
          05 FILLER                         PIC X(40) VALUE
             'DONORS WHOSE SEASON GIFTS TOTAL AT LEAST'.
          05 BRD-HDG-THRESHOLD              PIC $$$,$$$,$$9.
          05 FILLER                         PIC X(81) VALUE SPACES.
      *
       01 WS-BRD-HEADING-3.
          05 FILLER                         PIC X(7)  VALUE 'RANK'.
          05 FILLER                         PIC X(8)  VALUE 'DONOR'.
          05 FILLER                         PIC X(33) VALUE 'NAME'.
          05 FILLER                         PIC X(9)  VALUE 'ITEMS'.
          05 FILLER                         PIC X(12) VALUE
             'QUANTITY'.
          05 FILLER                         PIC X(63) VALUE
             '  SEASON VALUE'.
      *
       01 WS-BRD-DETAIL.
          05 BRD-RANK                       PIC ZZ,ZZ9.
          05 FILLER                         PIC X     VALUE SPACES.
          05 BRD-DONOR-ID                   PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 BRD-DONOR-NAME                 PIC X(30).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 BRD-ITEM-LINES                 PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 BRD-TOTAL-QTY                  PIC Z,ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 BRD-TOTAL-VALUE                PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(50) VALUE SPACES.
      *
       01 WS-BRD-TOTAL-LINE.
          05 FILLER                         PIC X(15) VALUE SPACES.
          05 FILLER                         PIC X(14) VALUE
             'BOARD DONORS:'.
          05 BRD-TOTAL-DONORS               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(30) VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'TOTAL'.
          05 BRD-TOTAL-BOARD-VALUE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(42) VALUE SPACES.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-SEASON-YEAR              PIC 9(4).
             10 LS-SEASON-YEAR-X REDEFINES LS-SEASON-YEAR
                                            PIC X(4).
             10 FILLER                      PIC X.
             10 LS-BOARD-THRESHOLD          PIC 9(7).
             10 LS-BOARD-THRESHOLD-X REDEFINES LS-BOARD-THRESHOLD
                                            PIC X(7).
             10 FILLER                      PIC X(88).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * RESEQUENCE THE SEASON'S DONATIONS BY DONOR AND PRINT EACH     *
      * DONOR'S LETTER, THEN RANK THE LARGE DONORS FOR THE BOARD      *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-DONOR-ID SD-ITEM-NUMBER
              INPUT  PROCEDURE IS C0000-RELEASE-DONATIONS
              OUTPUT PROCEDURE IS D0000-WRITE-LETTERS
      *
           SORT  BOARD-SORT-FILE
              ON DESCENDING KEY SB-TOTAL-VALUE
              ON ASCENDING  KEY SB-DONOR-ID
              INPUT  PROCEDURE IS E0000-RELEASE-BOARD-DONORS
              OUTPUT PROCEDURE IS E1000-WRITE-BOARD-SUMMARY
      *
           PERFORM F0000-WRITE-TOTALS
           PERFORM G0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS TO TRUE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
      *
           IF LS-PARM-LENGTH >= +4
              AND LS-SEASON-YEAR-X IS NUMERIC
              MOVE LS-SEASON-YEAR TO WS-SEASON-YEAR
           ELSE
              DISPLAY 'WARNING: NO SEASON YEAR PARM -- USING THE '
                      'CURRENT YEAR'
              MOVE WS-DATE (1:4)  TO WS-SEASON-YEAR
           END-IF
      *
           IF LS-PARM-LENGTH >= +12
              AND LS-BOARD-THRESHOLD-X IS NUMERIC
              MOVE LS-BOARD-THRESHOLD   TO WS-BOARD-THRESHOLD
           ELSE
              MOVE WS-DEFAULT-THRESHOLD TO WS-BOARD-THRESHOLD
           END-IF
      *
           MOVE WS-DATE (1:4)      TO LTR-YYYY
                                      BRD-HDG-YYYY
           MOVE WS-DATE (5:2)      TO LTR-MM
                                      BRD-HDG-MM
           MOVE WS-DATE (7:2)      TO LTR-DD
                                      BRD-HDG-DD
           MOVE WS-SEASON-YEAR     TO BRD-HDG-SEASON
           MOVE WS-BOARD-THRESHOLD TO BRD-HDG-THRESHOLD
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO LEDGER MEANS NO DONATION WAS EVER POSTED -- NOTHING TO     *
      * ACKNOWLEDGE. A DONOR MASTER THAT WON'T OPEN COSTS THE NAMES   *
      * AND ADDRESSES, NOT THE LETTERS.                               *
      *---------------------------------------------------------------*
           OPEN INPUT DONATION-LEDGER
      *
           IF WS-LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: DONATION LEDGER COULD NOT BE OPENED '
                      '(STATUS ' WS-LEDGER-FILE-STATUS ') -- '
                      'NO LETTERS PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN OUTPUT LETTER-FILE
                       BOARD-FILE
      *
           SET  WS-DONORMST-AVAILABLE TO TRUE
           OPEN INPUT DONOR-MASTER
           IF WS-DONORMST-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: DONOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-DONORMST-FILE-STATUS ') -- '
                      'LETTERS GO OUT WITHOUT DONOR ADDRESSES'
              SET WS-DONORMST-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-RELEASE-DONATIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONLY THIS SEASON'S DONATIONS -- THE LEDGER CARRIES EARLIER    *
      * SEASONS UNTIL IT IS ARCHIVED                                  *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-LEDGER
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF DL-DONATION-DATE-X IS NUMERIC
                 AND DL-DONATION-DATE (1:4) = WS-SEASON-YEAR
                 MOVE DL-DONOR-ID         TO SD-DONOR-ID
                 MOVE DL-ITEM-NUMBER      TO SD-ITEM-NUMBER
                 MOVE DL-ITEM-DESCRIPTION TO SD-ITEM-DESCRIPTION
                 MOVE DL-QTY              TO SD-QTY
                 MOVE DL-EXTENDED-VALUE   TO SD-EXTENDED-VALUE
                 RELEASE SD-LEDGER-RECORD
                 ADD 1 TO WS-SEASON-ENTRIES
              END-IF
              PERFORM X1000-READ-LEDGER
           END-PERFORM
           .

      ******************************************************************
       D0000-WRITE-LETTERS.
      ******************************************************************

      *---------------------------------------------------------------*
      * CONTROL BREAKS ON DONOR AND ITEM -- ONE LINE PER ITEM GIVEN   *
      * (ALL OF THE DONOR'S GIFTS OF IT ADDED TOGETHER), THE SEASON   *
      * TOTAL AND CLOSING AT THE DONOR BREAK                          *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           SET  WS-IN-LETTER-NOT    TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-DONOR-ID
                                       WS-PREV-ITEM-NUMBER
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-IN-LETTER
                       PERFORM D1500-WRITE-ITEM-LINE
                       PERFORM D3000-FINISH-LETTER
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-SORTED-DONATION
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-SORTED-DONATION.
      ******************************************************************

           IF SD-DONOR-ID NOT = WS-PREV-DONOR-ID
              IF WS-IN-LETTER
                 PERFORM D1500-WRITE-ITEM-LINE
                 PERFORM D3000-FINISH-LETTER
              END-IF
              PERFORM D2000-START-LETTER
              MOVE SD-DONOR-ID    TO WS-PREV-DONOR-ID
              PERFORM D1100-START-ITEM
           ELSE
              IF SD-ITEM-NUMBER NOT = WS-PREV-ITEM-NUMBER
                 PERFORM D1500-WRITE-ITEM-LINE
                 PERFORM D1100-START-ITEM
              END-IF
           END-IF
      *
           ADD SD-QTY            TO WS-ITEM-QTY
           ADD SD-EXTENDED-VALUE TO WS-ITEM-VALUE
           .

      ******************************************************************
       D1100-START-ITEM.
      ******************************************************************

           MOVE SD-ITEM-NUMBER      TO WS-PREV-ITEM-NUMBER
           MOVE SD-ITEM-DESCRIPTION TO WS-PREV-ITEM-DESC
           MOVE ZERO                TO WS-ITEM-QTY
                                       WS-ITEM-VALUE
           .

      ******************************************************************
       D1500-WRITE-ITEM-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * A DONOR WHO GAVE MORE ITEMS THAN FIT ON THE PAGE CARRIES ON   *
      * TO A CONTINUATION PAGE UNDER THE SAME DATE LINE               *
      *---------------------------------------------------------------*
           IF WS-LINE >= WS-LINES-PER-PAGE
              WRITE LETTER-RECORD FROM WS-LETTER-DATE-LINE
                 AFTER TOP-PAGE
              WRITE LETTER-RECORD FROM WS-LETTER-ITEM-HEADING
                 AFTER 3
              MOVE 4 TO WS-LINE
           END-IF
      *
           MOVE WS-PREV-ITEM-NUMBER TO LTR-ITEM-NUMBER
           MOVE WS-PREV-ITEM-DESC   TO LTR-ITEM-DESC
           MOVE WS-ITEM-QTY         TO LTR-ITEM-QTY
           MOVE WS-ITEM-VALUE       TO LTR-ITEM-VALUE
           WRITE LETTER-RECORD FROM WS-LETTER-ITEM-LINE
              AFTER 1
           ADD 1 TO WS-LINE
      *
           ADD 1             TO WS-DONOR-ITEM-LINES
           ADD WS-ITEM-QTY   TO WS-DONOR-QTY
           ADD WS-ITEM-VALUE TO WS-DONOR-VALUE
           .

      ******************************************************************
       D2000-START-LETTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LETTER PER PAGE -- DATE LINE THROWS TO TOP-PAGE THE SAME  *
      * WAY AGELTR'S LETTERS DO. A DONOR NOT ON FILE GETS THE LETTER  *
      * UNDER THEIR ID SO THE OFFICE CAN ADDRESS IT BY HAND.          *
      *---------------------------------------------------------------*
           SET  WS-IN-LETTER TO TRUE
           MOVE ZERO         TO WS-DONOR-ITEM-LINES
                                WS-DONOR-QTY
                                WS-DONOR-VALUE
           MOVE SD-DONOR-ID  TO LTR-DONOR-ID
      *
           WRITE LETTER-RECORD FROM WS-LETTER-DATE-LINE
              AFTER TOP-PAGE
      *
           MOVE SPACES TO DN-DONOR-NAME
           IF WS-DONORMST-AVAILABLE
              MOVE SD-DONOR-ID TO DN-DONOR-ID
              READ DONOR-MASTER
                 INVALID KEY
                    MOVE SPACES TO DN-DONOR-NAME
              END-READ
           END-IF
      *
           IF DN-DONOR-NAME = SPACES
              ADD  1 TO WS-DONORS-MISSING
              MOVE '** DONOR NOT ON MASTER **' TO LTR-DONOR-NAME
              WRITE LETTER-RECORD FROM WS-LETTER-NAME-LINE
                 AFTER 3
           ELSE
              MOVE DN-DONOR-NAME  TO LTR-DONOR-NAME
              MOVE DN-STREET-ADDR TO ADDR-STREET
              MOVE DN-CITY        TO ADDR-CITY
              MOVE DN-STATE       TO ADDR-STATE
              MOVE DN-POSTAL-CODE TO ADDR-POSTAL
              WRITE LETTER-RECORD FROM WS-LETTER-NAME-LINE
                 AFTER 3
              WRITE LETTER-RECORD FROM WS-ADDR-STREET-LINE
                 AFTER 1
              WRITE LETTER-RECORD FROM WS-ADDR-CSP-LINE
                 AFTER 1
           END-IF
      *
           MOVE SPACES TO LETTER-RECORD
           MOVE 'THANK YOU FOR YOUR GENEROUS GIFTS TO THE CHRISTMAS '
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 3
           MOVE 'WISH PROGRAM THIS SEASON. YOUR DONATIONS HELPED '
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 1
           MOVE 'BRING CHRISTMAS TO CHILDREN IN OUR COMMUNITY. FOR '
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 1
           MOVE 'YOUR RECORDS, THE ITEMS WE RECEIVED FROM YOU ARE:'
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 1
      *
           WRITE LETTER-RECORD FROM WS-LETTER-ITEM-HEADING
              AFTER 2
           MOVE 16 TO WS-LINE
           .

      ******************************************************************
       D3000-FINISH-LETTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * SEASON TOTAL AND CLOSING, THEN CHECK THE DONOR AGAINST THE    *
      * BOARD THRESHOLD                                               *
      *---------------------------------------------------------------*
           MOVE WS-DONOR-QTY   TO LTR-TOTAL-QTY
           MOVE WS-DONOR-VALUE TO LTR-TOTAL-VALUE
           WRITE LETTER-RECORD FROM WS-LETTER-TOTAL-LINE
              AFTER 2
      *
           MOVE SPACES TO LETTER-RECORD
           MOVE 'VALUES SHOWN ARE OUR CATALOG PRICES ON THE DATE OF '
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 3
           MOVE 'EACH GIFT. NO GOODS OR SERVICES WERE PROVIDED IN '
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 1
           MOVE 'RETURN FOR YOUR DONATION.'
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 1
      *
           MOVE 'WITH WARM WISHES AND OUR THANKS,'
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 3
           MOVE 'THE CHRISTMAS WISH PROGRAM'
                                 TO LETTER-RECORD
           WRITE LETTER-RECORD
              AFTER 2
      *
           ADD  1              TO WS-LETTERS-PRODUCED
           ADD  WS-DONOR-VALUE TO WS-SEASON-VALUE
           SET  WS-IN-LETTER-NOT TO TRUE
      *
           IF WS-DONOR-VALUE >= WS-BOARD-THRESHOLD
              PERFORM D3500-HOLD-BOARD-DONOR
           END-IF
           .

      ******************************************************************
       D3500-HOLD-BOARD-DONOR.
      ******************************************************************

           IF WS-BOARD-COUNT >= WS-BOARD-MAX
              ADD 1 TO WS-BOARD-OVERFLOW
           ELSE
              ADD  1 TO WS-BOARD-COUNT
              MOVE WS-BOARD-COUNT      TO WS-BOARD-IDX
              MOVE WS-PREV-DONOR-ID    TO WS-BD-DONOR-ID (WS-BOARD-IDX)
              MOVE LTR-DONOR-NAME      TO
                                       WS-BD-DONOR-NAME (WS-BOARD-IDX)
              MOVE WS-DONOR-ITEM-LINES TO
                                       WS-BD-ITEM-LINES (WS-BOARD-IDX)
              MOVE WS-DONOR-QTY        TO WS-BD-TOTAL-QTY (WS-BOARD-IDX)
              MOVE WS-DONOR-VALUE      TO
                                       WS-BD-TOTAL-VALUE (WS-BOARD-IDX)
           END-IF
           .

      ******************************************************************
       E0000-RELEASE-BOARD-DONORS.
      ******************************************************************

           PERFORM VARYING WS-BOARD-IDX FROM 1 BY 1
              UNTIL WS-BOARD-IDX > WS-BOARD-COUNT
              MOVE WS-BD-DONOR-ID (WS-BOARD-IDX)    TO SB-DONOR-ID
              MOVE WS-BD-DONOR-NAME (WS-BOARD-IDX)  TO SB-DONOR-NAME
              MOVE WS-BD-ITEM-LINES (WS-BOARD-IDX)  TO SB-ITEM-LINES
              MOVE WS-BD-TOTAL-QTY (WS-BOARD-IDX)   TO SB-TOTAL-QTY
              MOVE WS-BD-TOTAL-VALUE (WS-BOARD-IDX) TO SB-TOTAL-VALUE
              RELEASE SB-BOARD-RECORD
           END-PERFORM
           .

      ******************************************************************
       E1000-WRITE-BOARD-SUMMARY.
      ******************************************************************

      *---------------------------------------------------------------*
      * LARGEST DONOR FIRST. THE SUMMARY PRINTS EVEN WITH NO DONOR    *
      * OVER THE THRESHOLD SO THE BOARD SEES THAT IT RAN.             *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE ZERO                TO WS-PAGE
                                       WS-BOARD-RANK
           PERFORM E2000-WRITE-HEADINGS
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN BOARD-SORT-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                 NOT AT END
                    PERFORM E1500-WRITE-BOARD-LINE
              END-RETURN
           END-PERFORM
      *
           MOVE WS-BOARD-DONORS TO BRD-TOTAL-DONORS
           MOVE WS-BOARD-VALUE  TO BRD-TOTAL-BOARD-VALUE
           WRITE BOARD-RECORD FROM WS-BRD-TOTAL-LINE
              AFTER 2
           .

      ******************************************************************
       E1500-WRITE-BOARD-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM E2000-WRITE-HEADINGS
           END-IF
      *
           ADD  1               TO WS-BOARD-RANK
           MOVE WS-BOARD-RANK   TO BRD-RANK
           MOVE SB-DONOR-ID     TO BRD-DONOR-ID
           MOVE SB-DONOR-NAME   TO BRD-DONOR-NAME
           MOVE SB-ITEM-LINES   TO BRD-ITEM-LINES
           MOVE SB-TOTAL-QTY    TO BRD-TOTAL-QTY
           MOVE SB-TOTAL-VALUE  TO BRD-TOTAL-VALUE
           WRITE BOARD-RECORD FROM WS-BRD-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
      *
           ADD 1              TO WS-BOARD-DONORS
           ADD SB-TOTAL-VALUE TO WS-BOARD-VALUE
           .

      ******************************************************************
       E2000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO BRD-HDG-PAGE
      *
           WRITE BOARD-RECORD FROM WS-BRD-HEADING-1
              AFTER TOP-PAGE
           WRITE BOARD-RECORD FROM WS-BRD-HEADING-2
              AFTER 2
           WRITE BOARD-RECORD FROM WS-BRD-HEADING-3
              AFTER 2
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

           MOVE WS-LETTERS-PRODUCED TO LTR-TOTAL-COUNT
           WRITE LETTER-RECORD FROM WS-LETTER-TOTALS-LINE
              AFTER TOP-PAGE
      *
           DISPLAY ' '
           DISPLAY 'IN-KIND DONOR ACKNOWLEDGEMENT SUMMARY -- SEASON '
                   WS-SEASON-YEAR
           DISPLAY '  LEDGER RECORDS READ:      ' WS-LEDGER-READ
           DISPLAY '  THIS SEASON''S DONATIONS:  ' WS-SEASON-ENTRIES
           DISPLAY '  LETTERS PRODUCED:         ' WS-LETTERS-PRODUCED
           DISPLAY '  DONORS NOT ON MASTER:     ' WS-DONORS-MISSING
           DISPLAY '  SEASON DONATED VALUE:     ' WS-SEASON-VALUE
           DISPLAY '  BOARD SUMMARY DONORS:     ' WS-BOARD-DONORS
      *
           IF WS-BOARD-OVERFLOW > ZERO
              DISPLAY 'WARNING: ' WS-BOARD-OVERFLOW
                      ' LARGE DONORS LEFT OFF THE BOARD SUMMARY -- '
                      'TABLE FULL'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF WS-DONORS-MISSING > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE DONATION-LEDGER
                 LETTER-FILE
                 BOARD-FILE
      *
           IF WS-DONORMST-AVAILABLE
              CLOSE DONOR-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-LEDGER.
      ******************************************************************

           READ DONATION-LEDGER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-LEDGER-READ
           END-READ
           .
