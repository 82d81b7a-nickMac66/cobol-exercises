      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   POSUGG.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PURCHASE SUGGESTION RUN: BROWSE THE GIFT       *
      *                CATALOG AND, FOR EVERY ITEM BELOW ITS REORDER  *
      *                POINT OR WITH STOCK STILL OWED ON AN OPEN      *
      *                BACKORDER, WORK OUT HOW MANY TO BUY -- THE     *
      *                SHORTFALL TO THE REORDER POINT PLUS THE OPEN   *
      *                BACKORDER QUANTITY, LESS WHAT IS ALREADY ON    *
      *                ORDER ON THE OPEN PURCHASE ORDER FILE. THE     *
      *                SUGGESTIONS ARE GROUPED BY THE CATALOG'S       *
      *                VENDOR NUMBER INTO ONE SUGGESTED PURCHASE      *
      *                ORDER PER VENDOR, PRINTED FOR APPROVAL AND     *
      *                WRITTEN TO THE SUGGESTION FILE POAPPR TURNS    *
      *                INTO OPEN PURCHASE ORDERS ONCE APPROVED.       *
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
           SELECT ITEM-MASTER     ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT VENDOR-MASTER   ASSIGN TO VENDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VN-VENDOR-ID
                  FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT BACKORDER-FILE  ASSIGN TO UT-S-BKORD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BKORD-FILE-STATUS.
           SELECT OPEN-PO-FILE    ASSIGN TO UT-S-OPENPO
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT RUN-DATE-FILE   ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT SUGGEST-FILE    ASSIGN TO UT-S-POSUGG.
           SELECT SUGGEST-REPORT  ASSIGN TO UT-S-SUGGRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE GIFT CATALOG -- INDEXED, KEYED ON IM-ITEM-NUMBER, READ    *
      * HERE FRONT TO BACK. IM-VENDOR-NUMBER IS MAINTAINED BY ITEMMNT.*
      *---------------------------------------------------------------*
       FD  ITEM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ITEM-MASTER-RECORD.
      *
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-NUMBER                PIC X(5).
           05  IM-ITEM-DESCRIPTION           PIC X(25).
           05  IM-ITEM-PRICE                 PIC 9(7)V99.
           05  IM-ON-HAND-QTY                PIC 9(5).
           05  IM-ON-HAND-QTY-X REDEFINES IM-ON-HAND-QTY
                                             PIC X(5).
           05  IM-REORDER-POINT              PIC 9(5).
           05  IM-REORDER-POINT-X REDEFINES IM-REORDER-POINT
                                             PIC X(5).
           05  IM-PRICE-EFF-DATE             PIC 9(8).
           05  IM-PENDING-PRICE              PIC 9(7)V99.
           05  IM-ITEM-CATEGORY              PIC X(4).
           05  IM-AGE-MIN                    PIC 99.
           05  IM-AGE-MAX                    PIC 99.
           05  IM-VENDOR-NUMBER              PIC X(5).
           05  FILLER                        PIC X.
      *
      *---------------------------------------------------------------*
      * VENDOR MASTER (VENDMNT) -- READ BY KEY FOR THE NAME AND LEAD  *
      * TIME PRINTED ON EACH SUGGESTED ORDER                          *
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
      * THE BACKORDER FILE PICKLIST WROTE. BO-STATUS SPACES = STILL   *
      * OPEN; ONLY OPEN RECORDS COUNT TOWARD THE QUANTITY TO BUY.     *
      *---------------------------------------------------------------*
       FD  BACKORDER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-RECORD.
      *
       01  BACKORDER-RECORD.
           05  BO-ITEM-NUMBER                PIC X(5).
           05  BO-ITEM-DESCRIPTION           PIC X(25).
           05  BO-SHORT-QTY                  PIC 9(5).
           05  BO-SHORT-QTY-X REDEFINES BO-SHORT-QTY
                                             PIC X(5).
           05  BO-RUN-DATE                   PIC 9(8).
           05  BO-STATUS                     PIC X.
           05  BO-CLOSED-DATE                PIC 9(8).
           05  FILLER                        PIC X(28).
      *
      *---------------------------------------------------------------*
      * OPEN PURCHASE ORDER FILE -- ONE RECORD PER PO LINE, WRITTEN   *
      * BY POAPPR AND UPDATED BY STOCKMV RECEIPTS. PO-STATUS: 'O' =   *
      * OPEN, 'P' = PARTLY RECEIVED, 'C' = RECEIVED IN FULL, 'V' =    *
      * OVER-RECEIVED. THE UNRECEIVED BALANCE OF AN 'O' OR 'P' LINE   *
      * IS STOCK ALREADY ON ITS WAY AND IS NOT SUGGESTED AGAIN.       *
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
           05  PO-DUE-DATE                   PIC 9(8).
           05  PO-STATUS                     PIC X.
               88  PO-LINE-OUTSTANDING                VALUE 'O' 'P'.
           05  FILLER                        PIC X(3).
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
      * SORT WORK FILE -- ONE RECORD PER ITEM TO BUY. SD-SORT-GROUP   *
      * '1' = ITEM HAS A VENDOR, '2' = NONE ON THE CATALOG, SO THE    *
      * UNORDERABLE ITEMS PRINT LAST AS THEIR OWN GROUP.              *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-SUGGEST-RECORD.
      *
       01  SD-SUGGEST-RECORD.
           05  SD-SORT-GROUP                 PIC X.
           05  SD-VENDOR-ID                  PIC X(5).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-ITEM-DESCRIPTION           PIC X(25).
           05  SD-ON-HAND-QTY                PIC 9(5).
           05  SD-REORDER-POINT              PIC 9(5).
           05  SD-BACKORDER-QTY              PIC 9(5).
           05  SD-ON-ORDER-QTY               PIC 9(5).
           05  SD-SUGGEST-QTY                PIC 9(5).
           05  SD-UNIT-COST                  PIC 9(7)V99.
      *
      *---------------------------------------------------------------*
      * SUGGESTION FILE FOR POAPPR -- ONE RECORD PER SUGGESTED LINE,  *
      * VENDOR/ITEM ORDER. ITEMS WITH NO VENDOR ARE NOT WRITTEN:      *
      * THERE IS NOBODY TO ORDER THEM FROM.                           *
      *---------------------------------------------------------------*
       FD  SUGGEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUGGEST-RECORD.
      *
       01  SUGGEST-RECORD.
           05  PS-VENDOR-ID                  PIC X(5).
           05  PS-ITEM-NUMBER                PIC X(5).
           05  PS-ITEM-DESCRIPTION           PIC X(25).
           05  PS-SUGGEST-QTY                PIC 9(5).
           05  PS-UNIT-COST                  PIC 9(7)V99.
           05  PS-RUN-DATE                   PIC 9(8).
           05  PS-ON-HAND-QTY                PIC 9(5).
           05  PS-REORDER-POINT              PIC 9(5).
           05  PS-BACKORDER-QTY              PIC 9(5).
           05  PS-ON-ORDER-QTY               PIC 9(5).
           05  FILLER                        PIC X(3).
      *
       FD  SUGGEST-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUGGEST-REPORT-RECORD.
      *
       01  SUGGEST-REPORT-RECORD             PIC X(132).
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
          05 WS-MORE-BKORD-SW               PIC X.
             88 MORE-BKORD                            VALUE 'Y'.
             88 NO-MORE-BKORD                         VALUE 'N'.
          05 WS-MORE-OPENPO-SW              PIC X.
             88 MORE-OPENPO                           VALUE 'Y'.
             88 NO-MORE-OPENPO                        VALUE 'N'.
          05 WS-VENDOR-AVAIL-SW             PIC X.
             88 WS-VENDOR-MASTER-AVAILABLE            VALUE 'Y'.
             88 WS-VENDOR-MASTER-UNAVAILABLE          VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
          05 WS-ENTRY-FOUND-SW              PIC X.
             88 WS-ENTRY-FOUND                        VALUE 'Y'.
             88 WS-ENTRY-NOT-FOUND                    VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-VENDOR-FILE-STATUS             PIC XX.
      *
       01 WS-BKORD-FILE-STATUS              PIC XX.
      *
       01 WS-OPENPO-FILE-STATUS             PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-ITEMS-READ                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ITEMS-SUGGESTED             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ITEMS-NO-VENDOR             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-VENDORS-SUGGESTED           PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VENDOR-LINES                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-VENDOR-VALUE                PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-GRAND-VALUE                 PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-GROUP                  PIC X.
          05 WS-PREV-VENDOR                 PIC X(5).
          05 WS-ON-HAND                     PIC S9(7) COMP-3.
          05 WS-REORDER-POINT               PIC S9(7) COMP-3.
          05 WS-BACKORDER-QTY               PIC S9(7) COMP-3.
          05 WS-ON-ORDER-QTY                PIC S9(7) COMP-3.
          05 WS-SUGGEST-QTY                 PIC S9(7) COMP-3.
          05 WS-OUTSTANDING-QTY             PIC S9(7) COMP-3.
          05 WS-ITEM-EFF-PRICE              PIC 9(7)V99.
          05 WS-LINE-VALUE                  PIC S9(9)V99 COMP-3.
          05 WS-LOOKUP-ITEM                 PIC X(5).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-MAX-ORDER-QTY               PIC S9(7) COMP-3
                                                      VALUE +99999.
      *
      *---------------------------------------------------------------*
      * OPEN BACKORDER QUANTITY AND UNRECEIVED PURCHASE ORDER         *
      * QUANTITY, EACH SUMMED BY ITEM AT STARTUP SO THE CATALOG       *
      * BROWSE CAN LOOK AN ITEM UP IN ONE PASS                        *
      *---------------------------------------------------------------*
       01 WS-BKORD-TABLE-MAX                PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-BKORD-COUNT                    PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-BKORD-IDX                      PIC S9(4) BINARY.
       01 WS-BKORD-TABLE.
          05 WS-BKORD-ENTRY OCCURS 500 TIMES.
             10 WS-BK-ITEM-NUMBER           PIC X(5).
             10 WS-BK-OPEN-QTY              PIC S9(7) COMP-3.
      *
       01 WS-ONORD-TABLE-MAX                PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-ONORD-COUNT                    PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-ONORD-IDX                      PIC S9(4) BINARY.
       01 WS-ONORD-TABLE.
          05 WS-ONORD-ENTRY OCCURS 500 TIMES.
             10 WS-OO-ITEM-NUMBER           PIC X(5).
             10 WS-OO-OPEN-QTY              PIC S9(7) COMP-3.
      *
       01 WS-SUGGEST-HEADING-1.
          05 SUG-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 SUG-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 SUG-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(38) VALUE
             'SUGGESTED PURCHASE ORDERS'.
          05 FILLER                         PIC X(46) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 SUG-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-VENDOR-HEADING.
          05 FILLER                         PIC X(8)  VALUE
             'VENDOR'.
          05 SUG-VND-ID                     PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-VND-NAME                   PIC X(30).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(10) VALUE
             'LEAD TIME'.
          05 SUG-VND-LEAD-DAYS              PIC ZZ9.
          05 FILLER                         PIC X(6)  VALUE ' DAYS'.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-VND-NOTE                   PIC X(30).
          05 FILLER                         PIC X(31) VALUE SPACES.
      *
       01 WS-NO-VENDOR-HEADING.
          05 FILLER                         PIC X(60) VALUE
             'ITEMS WITH NO VENDOR ON THE CATALOG -- NOT ORDERABLE'.
          05 FILLER                         PIC X(72) VALUE
             'UNTIL ITEMMNT ASSIGNS ONE'.
      *
       01 WS-SUGGEST-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(9)  VALUE
             ' ON HAND'.
          05 FILLER                         PIC X(9)  VALUE
             ' REORDER'.
          05 FILLER                         PIC X(9)  VALUE
             ' BACKORD'.
          05 FILLER                         PIC X(9)  VALUE
             'ON ORDER'.
          05 FILLER                         PIC X(9)  VALUE
             ' SUGGEST'.
          05 FILLER                         PIC X(14) VALUE
             '   UNIT COST'.
          05 FILLER                         PIC X(16) VALUE
             '      EXTENDED'.
          05 FILLER                         PIC X(22) VALUE SPACES.
      *
       01 WS-SUGGEST-DETAIL.
          05 SUG-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-ITEM-DESCRIPTION           PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUG-ON-HAND-QTY                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-REORDER-POINT              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-BACKORDER-QTY              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-ON-ORDER-QTY               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-SUGGEST-QTY                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-UNIT-COST                  PIC ZZZZ,ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SUG-EXTENDED-VALUE             PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(25) VALUE SPACES.
      *
       01 WS-SUGGEST-TOTAL-LINE.
          05 FILLER                         PIC X(10) VALUE SPACES.
          05 SUG-TOT-LABEL                  PIC X(32).
          05 FILLER                         PIC X(7)  VALUE 'LINES:'.
          05 SUG-TOT-LINES                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(39) VALUE SPACES.
          05 SUG-TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(25) VALUE SPACES.
      *
       01 WS-SUGGEST-APPROVAL-LINE.
          05 FILLER                         PIC X(10) VALUE SPACES.
          05 FILLER                         PIC X(40) VALUE
             'APPROVED BY ____________________________'.
          05 FILLER                         PIC X(82) VALUE
             'DATE ______________'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * LOAD WHAT IS OWED (BACKORDERS) AND WHAT IS COMING (OPEN POS), *
      * WORK OUT EACH ITEM'S BUY QUANTITY, THEN RESEQUENCE BY VENDOR  *
      * AND PRINT/WRITE ONE SUGGESTED ORDER PER VENDOR                *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM B0500-LOAD-BACKORDERS
           PERFORM B0700-LOAD-OPEN-POS
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-SORT-GROUP
                               SD-VENDOR-ID
                               SD-ITEM-NUMBER
              INPUT  PROCEDURE IS C0000-SELECT-ITEMS
              OUTPUT PROCEDURE IS D0000-WRITE-SUGGESTIONS
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS TO TRUE
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO SUG-HDG-YYYY
           MOVE WS-DATE (5:2) TO SUG-HDG-MM
           MOVE WS-DATE (7:2) TO SUG-HDG-DD
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
      * NO CATALOG, NO SUGGESTIONS -- A DEAD STOP. A VENDOR MASTER    *
      * THAT WON'T OPEN ONLY COSTS THE NAMES ON THE PRINTOUT.         *
      *---------------------------------------------------------------*
           OPEN INPUT ITEM-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: ITEM-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-MASTER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
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
           OPEN OUTPUT SUGGEST-FILE
                       SUGGEST-REPORT
           .

      ******************************************************************
       B0500-LOAD-BACKORDERS.
      ******************************************************************

      *---------------------------------------------------------------*
      * SUM THE OPEN BACKORDER QUANTITY BY ITEM. NO FILE (OR AN EMPTY *
      * ONE) JUST MEANS NOTHING IS OWED TONIGHT.                      *
      *---------------------------------------------------------------*
           SET  MORE-BKORD TO TRUE
           MOVE ZERO       TO WS-BKORD-COUNT
      *
           OPEN INPUT BACKORDER-FILE
      *
           IF WS-BKORD-FILE-STATUS = '00'
              PERFORM UNTIL NO-MORE-BKORD
                 READ BACKORDER-FILE
                    AT END
                       SET NO-MORE-BKORD TO TRUE
                    NOT AT END
                       IF BO-STATUS = SPACES
                          AND BO-SHORT-QTY-X IS NUMERIC
                          PERFORM B0600-POST-BACKORDER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
      *
              CLOSE BACKORDER-FILE
           ELSE
              DISPLAY 'WARNING: BACKORDER FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-BKORD-FILE-STATUS ') -- NO '
                      'BACKORDERS INCLUDED THIS RUN'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       B0600-POST-BACKORDER-ENTRY.
      ******************************************************************

           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-BKORD-IDX FROM 1 BY 1
                   UNTIL WS-BKORD-IDX > WS-BKORD-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-BK-ITEM-NUMBER (WS-BKORD-IDX) = BO-ITEM-NUMBER
                 ADD BO-SHORT-QTY TO WS-BK-OPEN-QTY (WS-BKORD-IDX)
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM
      *
           IF WS-ENTRY-NOT-FOUND
              IF WS-BKORD-COUNT >= WS-BKORD-TABLE-MAX
                 DISPLAY 'ERROR: MORE THAN ' WS-BKORD-TABLE-MAX
                         ' BACKORDERED ITEMS -- ITEM ' BO-ITEM-NUMBER
                         ' NOT CARRIED, ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 CLOSE BACKORDER-FILE
                 PERFORM F0000-CLOSE-FILES
                 STOP RUN
              END-IF
      *
              ADD  1              TO WS-BKORD-COUNT
              MOVE BO-ITEM-NUMBER TO WS-BK-ITEM-NUMBER (WS-BKORD-COUNT)
              MOVE BO-SHORT-QTY   TO WS-BK-OPEN-QTY (WS-BKORD-COUNT)
           END-IF
           .

      ******************************************************************
       B0700-LOAD-OPEN-POS.
      ******************************************************************

      *---------------------------------------------------------------*
      * SUM THE UNRECEIVED BALANCE OF EVERY OUTSTANDING PO LINE BY    *
      * ITEM. NO FILE YET JUST MEANS NOTHING IS ON ORDER.             *
      *---------------------------------------------------------------*
           SET  MORE-OPENPO TO TRUE
           MOVE ZERO        TO WS-ONORD-COUNT
      *
           OPEN INPUT OPEN-PO-FILE
      *
           IF WS-OPENPO-FILE-STATUS = '00'
              PERFORM UNTIL NO-MORE-OPENPO
                 READ OPEN-PO-FILE
                    AT END
                       SET NO-MORE-OPENPO TO TRUE
                    NOT AT END
                       IF PO-LINE-OUTSTANDING
                          AND PO-ORDER-QTY > PO-RECEIVED-QTY
                          PERFORM B0800-POST-ON-ORDER-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
      *
              CLOSE OPEN-PO-FILE
           ELSE
              DISPLAY 'WARNING: OPEN PO FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-OPENPO-FILE-STATUS ') -- NOTHING '
                      'TREATED AS ON ORDER'
           END-IF
           .

      ******************************************************************
       B0800-POST-ON-ORDER-ENTRY.
      ******************************************************************

           COMPUTE WS-OUTSTANDING-QTY = PO-ORDER-QTY - PO-RECEIVED-QTY
      *
           SET WS-ENTRY-NOT-FOUND TO TRUE
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-OO-ITEM-NUMBER (WS-ONORD-IDX) = PO-ITEM-NUMBER
                 ADD WS-OUTSTANDING-QTY
                                  TO WS-OO-OPEN-QTY (WS-ONORD-IDX)
                 SET WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM
      *
           IF WS-ENTRY-NOT-FOUND
              IF WS-ONORD-COUNT >= WS-ONORD-TABLE-MAX
                 DISPLAY 'ERROR: MORE THAN ' WS-ONORD-TABLE-MAX
                         ' ITEMS ON ORDER -- ITEM ' PO-ITEM-NUMBER
                         ' NOT CARRIED, ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 CLOSE OPEN-PO-FILE
                 PERFORM F0000-CLOSE-FILES
                 STOP RUN
              END-IF
      *
              ADD  1                  TO WS-ONORD-COUNT
              MOVE PO-ITEM-NUMBER     TO
                   WS-OO-ITEM-NUMBER (WS-ONORD-COUNT)
              MOVE WS-OUTSTANDING-QTY TO
                   WS-OO-OPEN-QTY (WS-ONORD-COUNT)
           END-IF
           .

      ******************************************************************
       C0000-SELECT-ITEMS.
      ******************************************************************

           PERFORM X1000-READ-MASTER
      *
           PERFORM UNTIL NO-MORE-RECORDS
              PERFORM C1000-EVALUATE-ONE-ITEM
              PERFORM X1000-READ-MASTER
           END-PERFORM
           .

      ******************************************************************
       C1000-EVALUATE-ONE-ITEM.
      ******************************************************************

      *---------------------------------------------------------------*
      * BUY = (REORDER POINT - ON HAND, WHEN BELOW IT) + OPEN         *
      * BACKORDER QTY - QTY ALREADY ON ORDER. NOTHING IS SUGGESTED    *
      * WHEN THAT COMES TO ZERO OR LESS. NON-NUMERIC INVENTORY        *
      * FIELDS (A MASTER WRITTEN BEFORE THEY EXISTED) COUNT AS ZERO.  *
      *---------------------------------------------------------------*
           IF IM-ON-HAND-QTY-X IS NUMERIC
              MOVE IM-ON-HAND-QTY   TO WS-ON-HAND
           ELSE
              MOVE ZERO             TO WS-ON-HAND
           END-IF
           IF IM-REORDER-POINT-X IS NUMERIC
              MOVE IM-REORDER-POINT TO WS-REORDER-POINT
           ELSE
              MOVE ZERO             TO WS-REORDER-POINT
           END-IF
      *
           MOVE IM-ITEM-NUMBER TO WS-LOOKUP-ITEM
           PERFORM X2000-FIND-BACKORDER-QTY
           PERFORM X2500-FIND-ON-ORDER-QTY
      *
           MOVE ZERO TO WS-SUGGEST-QTY
           IF WS-ON-HAND < WS-REORDER-POINT
              COMPUTE WS-SUGGEST-QTY = WS-REORDER-POINT - WS-ON-HAND
           END-IF
           COMPUTE WS-SUGGEST-QTY = WS-SUGGEST-QTY
                                  + WS-BACKORDER-QTY
                                  - WS-ON-ORDER-QTY
           IF WS-SUGGEST-QTY > WS-MAX-ORDER-QTY
              MOVE WS-MAX-ORDER-QTY TO WS-SUGGEST-QTY
           END-IF
      *
           IF WS-SUGGEST-QTY > ZERO
              PERFORM C2000-RELEASE-SUGGESTION
           END-IF
           .

      ******************************************************************
       C2000-RELEASE-SUGGESTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * COST THE LINE AT THE CATALOG PRICE IN EFFECT ON THE RUN DATE  *
      * (PENDING PRICE ONCE ITS EFFECTIVE DATE HAS ARRIVED)           *
      *---------------------------------------------------------------*
           IF IM-PRICE-EFF-DATE IS NUMERIC
              AND IM-PRICE-EFF-DATE > ZERO
              AND IM-PRICE-EFF-DATE <= WS-DATE
              AND IM-PENDING-PRICE IS NUMERIC
              MOVE IM-PENDING-PRICE TO WS-ITEM-EFF-PRICE
           ELSE
              IF IM-ITEM-PRICE IS NUMERIC
                 MOVE IM-ITEM-PRICE TO WS-ITEM-EFF-PRICE
              ELSE
                 MOVE ZERO          TO WS-ITEM-EFF-PRICE
              END-IF
           END-IF
      *
           IF IM-VENDOR-NUMBER = SPACES
              MOVE '2'              TO SD-SORT-GROUP
              ADD  1                TO WS-ITEMS-NO-VENDOR
           ELSE
              MOVE '1'              TO SD-SORT-GROUP
              ADD  1                TO WS-ITEMS-SUGGESTED
           END-IF
           MOVE IM-VENDOR-NUMBER    TO SD-VENDOR-ID
           MOVE IM-ITEM-NUMBER      TO SD-ITEM-NUMBER
           MOVE IM-ITEM-DESCRIPTION TO SD-ITEM-DESCRIPTION
           MOVE WS-ON-HAND          TO SD-ON-HAND-QTY
           MOVE WS-REORDER-POINT    TO SD-REORDER-POINT
           MOVE WS-BACKORDER-QTY    TO SD-BACKORDER-QTY
           MOVE WS-ON-ORDER-QTY     TO SD-ON-ORDER-QTY
           MOVE WS-SUGGEST-QTY      TO SD-SUGGEST-QTY
           MOVE WS-ITEM-EFF-PRICE   TO SD-UNIT-COST
           RELEASE SD-SUGGEST-RECORD
           .

      ******************************************************************
       D0000-WRITE-SUGGESTIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * A NEW PAGE AT EVERY VENDOR SO EACH SUGGESTED ORDER CAN BE     *
      * SIGNED OFF ON ITS OWN; VENDOR TOTAL AND APPROVAL LINE AT EACH *
      * BREAK. THE NO-VENDOR GROUP SORTS LAST.                        *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-GROUP
                                       WS-PREV-VENDOR
           MOVE ZERO                TO WS-PAGE
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-PREV-GROUP NOT = LOW-VALUES
                       PERFORM D3000-WRITE-VENDOR-TOTAL
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-SUGGESTION
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-SUGGESTION.
      ******************************************************************

           IF SD-SORT-GROUP NOT = WS-PREV-GROUP
              OR SD-VENDOR-ID NOT = WS-PREV-VENDOR
              IF WS-PREV-GROUP NOT = LOW-VALUES
                 PERFORM D3000-WRITE-VENDOR-TOTAL
              END-IF
              MOVE SD-SORT-GROUP TO WS-PREV-GROUP
              MOVE SD-VENDOR-ID  TO WS-PREV-VENDOR
              MOVE ZERO          TO WS-VENDOR-LINES
                                    WS-VENDOR-VALUE
              IF SD-SORT-GROUP = '1'
                 ADD 1 TO WS-VENDORS-SUGGESTED
              END-IF
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           COMPUTE WS-LINE-VALUE = SD-SUGGEST-QTY * SD-UNIT-COST
      *
           MOVE SD-ITEM-NUMBER      TO SUG-ITEM-NUMBER
           MOVE SD-ITEM-DESCRIPTION TO SUG-ITEM-DESCRIPTION
           MOVE SD-ON-HAND-QTY      TO SUG-ON-HAND-QTY
           MOVE SD-REORDER-POINT    TO SUG-REORDER-POINT
           MOVE SD-BACKORDER-QTY    TO SUG-BACKORDER-QTY
           MOVE SD-ON-ORDER-QTY     TO SUG-ON-ORDER-QTY
           MOVE SD-SUGGEST-QTY      TO SUG-SUGGEST-QTY
           MOVE SD-UNIT-COST        TO SUG-UNIT-COST
           MOVE WS-LINE-VALUE       TO SUG-EXTENDED-VALUE
           WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
      *
           ADD 1             TO WS-VENDOR-LINES
           ADD WS-LINE-VALUE TO WS-VENDOR-VALUE
      *
           IF SD-SORT-GROUP = '1'
              ADD WS-LINE-VALUE TO WS-GRAND-VALUE
              PERFORM D1500-WRITE-SUGGEST-RECORD
           END-IF
           .

      ******************************************************************
       D1500-WRITE-SUGGEST-RECORD.
      ******************************************************************

           MOVE SPACES              TO SUGGEST-RECORD
           MOVE SD-VENDOR-ID        TO PS-VENDOR-ID
           MOVE SD-ITEM-NUMBER      TO PS-ITEM-NUMBER
           MOVE SD-ITEM-DESCRIPTION TO PS-ITEM-DESCRIPTION
           MOVE SD-SUGGEST-QTY      TO PS-SUGGEST-QTY
           MOVE SD-UNIT-COST        TO PS-UNIT-COST
           MOVE WS-DATE             TO PS-RUN-DATE
           MOVE SD-ON-HAND-QTY      TO PS-ON-HAND-QTY
           MOVE SD-REORDER-POINT    TO PS-REORDER-POINT
           MOVE SD-BACKORDER-QTY    TO PS-BACKORDER-QTY
           MOVE SD-ON-ORDER-QTY     TO PS-ON-ORDER-QTY
           WRITE SUGGEST-RECORD
           .

      ******************************************************************
       D2000-WRITE-HEADINGS.
      ******************************************************************

      *---------------------------------------------------------------*
      * PAGE HEADING, THEN THE VENDOR'S NAME AND LEAD TIME FROM THE   *
      * VENDOR MASTER -- FLAGGED WHEN THE CATALOG NAMES A VENDOR THE  *
      * MASTER DOESN'T HAVE OR HAS DEACTIVATED, SINCE POAPPR WILL     *
      * NOT RAISE AN ORDER AGAINST IT                                 *
      *---------------------------------------------------------------*
           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO SUG-HDG-PAGE
      *
           WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-HEADING-1
              AFTER TOP-PAGE
      *
           IF WS-PREV-GROUP = '2'
              WRITE SUGGEST-REPORT-RECORD FROM WS-NO-VENDOR-HEADING
                 AFTER 2
           ELSE
              MOVE WS-PREV-VENDOR TO SUG-VND-ID
              MOVE SPACES         TO SUG-VND-NAME
                                     SUG-VND-NOTE
              MOVE ZERO           TO SUG-VND-LEAD-DAYS
              IF WS-VENDOR-MASTER-AVAILABLE
                 MOVE WS-PREV-VENDOR TO VN-VENDOR-ID
                 READ VENDOR-MASTER
                    INVALID KEY
                       MOVE '** NOT ON VENDOR MASTER **'
                                          TO SUG-VND-NOTE
                    NOT INVALID KEY
                       MOVE VN-VENDOR-NAME TO SUG-VND-NAME
                       IF VN-LEAD-DAYS IS NUMERIC
                          MOVE VN-LEAD-DAYS TO SUG-VND-LEAD-DAYS
                       END-IF
                       IF VN-VENDOR-STATUS NOT = 'A'
                          MOVE '** VENDOR NOT ACTIVE **'
                                          TO SUG-VND-NOTE
                       END-IF
                 END-READ
              END-IF
              WRITE SUGGEST-REPORT-RECORD FROM WS-VENDOR-HEADING
                 AFTER 2
           END-IF
      *
           WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-HEADING-2
              AFTER 2
           MOVE SPACES TO SUGGEST-REPORT-RECORD
           WRITE SUGGEST-REPORT-RECORD
              AFTER 1
           .

      ******************************************************************
       D3000-WRITE-VENDOR-TOTAL.
      ******************************************************************

           MOVE SPACES TO SUG-TOT-LABEL
           IF WS-PREV-GROUP = '2'
              MOVE 'TOTAL, ITEMS WITH NO VENDOR' TO SUG-TOT-LABEL
           ELSE
              STRING 'TOTAL FOR VENDOR ' DELIMITED BY SIZE
                     WS-PREV-VENDOR      DELIMITED BY SIZE
                INTO SUG-TOT-LABEL
              END-STRING
           END-IF
           MOVE WS-VENDOR-LINES TO SUG-TOT-LINES
           MOVE WS-VENDOR-VALUE TO SUG-TOT-VALUE
           WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-TOTAL-LINE
              AFTER 2
      *
           IF WS-PREV-GROUP = '1'
              WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-APPROVAL-LINE
                 AFTER 3
           END-IF
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

      *---------------------------------------------------------------*
      * GRAND TOTAL OF THE ORDERABLE SUGGESTIONS ON THE REPORT; THE   *
      * RUN SUMMARY TO THE JOB LOG. ITEMS THAT NEED BUYING BUT HAVE   *
      * NO VENDOR ON THE CATALOG RAISE RC 4 SO SOMEONE ASSIGNS ONE.   *
      *---------------------------------------------------------------*
           MOVE 'GRAND TOTAL, ALL VENDORS' TO SUG-TOT-LABEL
           MOVE WS-ITEMS-SUGGESTED         TO SUG-TOT-LINES
           MOVE WS-GRAND-VALUE             TO SUG-TOT-VALUE
           WRITE SUGGEST-REPORT-RECORD FROM WS-SUGGEST-TOTAL-LINE
              AFTER 3
      *
           IF WS-ITEMS-NO-VENDOR > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY ' '
           DISPLAY 'PURCHASE SUGGESTION RUN SUMMARY'
           DISPLAY '  RUN DATE:               ' WS-DATE
           DISPLAY '  CATALOG ITEMS READ:     ' WS-ITEMS-READ
           DISPLAY '  ITEMS BACKORDERED:      ' WS-BKORD-COUNT
           DISPLAY '  ITEMS ON ORDER:         ' WS-ONORD-COUNT
           DISPLAY '  LINES SUGGESTED:        ' WS-ITEMS-SUGGESTED
           DISPLAY '  VENDORS SUGGESTED:      ' WS-VENDORS-SUGGESTED
           DISPLAY '  SUGGESTED VALUE:        ' WS-GRAND-VALUE
           DISPLAY '  ITEMS WITH NO VENDOR:   ' WS-ITEMS-NO-VENDOR
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE ITEM-MASTER
                 SUGGEST-FILE
                 SUGGEST-REPORT
      *
           IF WS-VENDOR-MASTER-AVAILABLE
              CLOSE VENDOR-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-MASTER.
      ******************************************************************

           READ ITEM-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-ITEMS-READ
           END-READ
           .

      ******************************************************************
       X2000-FIND-BACKORDER-QTY.
      ******************************************************************

           MOVE ZERO TO WS-BACKORDER-QTY
           SET  WS-ENTRY-NOT-FOUND TO TRUE
      *
           PERFORM VARYING WS-BKORD-IDX FROM 1 BY 1
                   UNTIL WS-BKORD-IDX > WS-BKORD-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-BK-ITEM-NUMBER (WS-BKORD-IDX) = WS-LOOKUP-ITEM
                 MOVE WS-BK-OPEN-QTY (WS-BKORD-IDX)
                                     TO WS-BACKORDER-QTY
                 SET  WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM
           .

      ******************************************************************
       X2500-FIND-ON-ORDER-QTY.
      ******************************************************************

           MOVE ZERO TO WS-ON-ORDER-QTY
           SET  WS-ENTRY-NOT-FOUND TO TRUE
      *
           PERFORM VARYING WS-ONORD-IDX FROM 1 BY 1
                   UNTIL WS-ONORD-IDX > WS-ONORD-COUNT
                      OR WS-ENTRY-FOUND
              IF WS-OO-ITEM-NUMBER (WS-ONORD-IDX) = WS-LOOKUP-ITEM
                 MOVE WS-OO-OPEN-QTY (WS-ONORD-IDX)
                                     TO WS-ON-ORDER-QTY
                 SET  WS-ENTRY-FOUND TO TRUE
              END-IF
           END-PERFORM
           .
