      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   CNTSHEET.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PHYSICAL INVENTORY COUNT SHEETS: BROWSE THE     *
      *                GIFT CATALOG, RESEQUENCE IT BY ITEM CATEGORY,  *
      *                AND PRINT A BLIND COUNT SHEET PER CATEGORY --  *
      *                ITEM AND DESCRIPTION WITH A BLANK TO WRITE THE *
      *                COUNT IN, NEVER THE BOOK QUANTITY, SO THE      *
      *                COUNTERS COUNT WHAT IS ON THE SHELF. AS EACH   *
      *                ITEM GOES ON A SHEET ITS BOOK QUANTITY IS      *
      *                FROZEN ON THE COUNT-CONTROL FILE, WHICH CNTPOST*
      *                MEASURES THE KEYED COUNTS AGAINST. AN OPTIONAL *
      *                PARM NAMES ONE CATEGORY FOR A CYCLE COUNT;     *
      *                NO PARM PRINTS THE WHOLE CATALOG.              *
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
           SELECT COUNT-CONTROL   ASSIGN TO CNTCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-ITEM-NUMBER
                  FILE STATUS IS WS-CNTCTL-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT COUNT-SHEET-FILE ASSIGN TO UT-S-CNTSHEET.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE GIFT CATALOG -- INDEXED, KEYED ON IM-ITEM-NUMBER, READ    *
      * HERE FRONT TO BACK                                            *
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
           05  IM-REORDER-POINT              PIC 9(5).
           05  IM-PRICE-EFF-DATE             PIC 9(8).
           05  IM-PENDING-PRICE              PIC 9(7)V99.
           05  IM-ITEM-CATEGORY              PIC X(4).
           05  IM-AGE-MIN                    PIC 99.
           05  IM-AGE-MAX                    PIC 99.
           05  FILLER                        PIC X(6).
      *
      *---------------------------------------------------------------*
      * COUNT-CONTROL FILE -- INDEXED, KEYED ON ITEM NUMBER, ONE      *
      * RECORD PER ITEM EVER PUT ON A COUNT SHEET. CC-COUNT-STATUS:   *
      * 'O' = SHEET PRINTED, AWAITING COUNT; 'H' = COUNTED, VARIANCE  *
      * OVER TOLERANCE HELD FOR SUPERVISOR APPROVAL; 'P' = COUNTED    *
      * AND POSTED. CC-BOOK-QTY IS THE ON-HAND FIGURE FROZEN WHEN THE *
      * SHEET PRINTED. THE COUNT FIELDS ARE FILLED IN BY CNTPOST.     *
      *---------------------------------------------------------------*
       FD  COUNT-CONTROL
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COUNT-CONTROL-RECORD.
      *
       01  COUNT-CONTROL-RECORD.
           05  CC-ITEM-NUMBER                PIC X(5).
           05  CC-ITEM-CATEGORY              PIC X(4).
           05  CC-SHEET-DATE                 PIC 9(8).
           05  CC-BOOK-QTY                   PIC 9(5).
           05  CC-COUNT-STATUS               PIC X.
           05  CC-COUNTED-QTY                PIC 9(5).
           05  CC-COUNT-DATE                 PIC 9(8).
           05  CC-COUNTER-ID                 PIC X(5).
           05  CC-VARIANCE-QTY               PIC S9(5)
                                             SIGN LEADING SEPARATE.
           05  CC-VARIANCE-VALUE             PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           05  CC-POST-DATE                  PIC 9(8).
           05  CC-APPROVER-ID                PIC X(5).
           05  FILLER                        PIC X(10).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- ONE RECORD PER ITEM TO COUNT, KEYED BY      *
      * CATEGORY THEN ITEM                                            *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-COUNT-RECORD.
      *
       01  SD-COUNT-RECORD.
           05  SD-ITEM-CATEGORY              PIC X(4).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-ITEM-DESCRIPTION           PIC X(25).
      *
       FD  COUNT-SHEET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-SHEET-RECORD.
      *
       01  COUNT-SHEET-RECORD                PIC X(132).
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
          05 WS-CONTROL-FOUND-SW            PIC X.
             88 WS-CONTROL-FOUND                      VALUE 'Y'.
             88 WS-CONTROL-NOT-FOUND                  VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-CNTCTL-FILE-STATUS             PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-SELECT-CATEGORY             PIC X(4).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-CATEGORY               PIC X(4).
          05 WS-ITEMS-READ                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ITEMS-ON-SHEETS             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ITEMS-HELD                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CATEGORIES                  PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +40.
      *
       01 WS-SHEET-HEADING-1.
          05 SHT-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 SHT-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 SHT-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'PHYSICAL INVENTORY COUNT SHEET'.
          05 FILLER                         PIC X(10) VALUE
             'CATEGORY'.
          05 SHT-HDG-CATEGORY               PIC X(4).
          05 FILLER                         PIC X(34) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 SHT-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-SHEET-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(30) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(18) VALUE
             'QUANTITY COUNTED'.
          05 FILLER                         PIC X(76) VALUE
             'COUNTER'.
      *
       01 WS-SHEET-DETAIL.
          05 SHT-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 SHT-ITEM-DESCRIPTION           PIC X(25).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(12) VALUE
             '____________'.
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE
             '________'.
          05 FILLER                         PIC X(68) VALUE SPACES.
      *
       01 WS-SHEET-SIGN-LINE.
          05 FILLER                         PIC X(40) VALUE
             'COUNTED BY ____________________________'.
          05 FILLER                         PIC X(40) VALUE
             'CHECKED BY ____________________________'.
          05 FILLER                         PIC X(52) VALUE
             'DATE ______________'.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-SELECT-CATEGORY          PIC X(4).
             10 FILLER                      PIC X(96).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * PICK THE ITEMS TO COUNT, FREEZING EACH ONE'S BOOK QUANTITY,   *
      * THEN RESEQUENCE THEM BY CATEGORY AND PRINT THE SHEETS         *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-ITEM-CATEGORY SD-ITEM-NUMBER
              INPUT  PROCEDURE IS C0000-FREEZE-ITEMS
              OUTPUT PROCEDURE IS D0000-WRITE-SHEETS
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
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO SHT-HDG-YYYY
           MOVE WS-DATE (5:2) TO SHT-HDG-MM
           MOVE WS-DATE (7:2) TO SHT-HDG-DD
      *
           IF LS-PARM-LENGTH >= +1
              MOVE LS-SELECT-CATEGORY TO WS-SELECT-CATEGORY
           ELSE
              MOVE SPACES             TO WS-SELECT-CATEGORY
           END-IF
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE COUNT-CONTROL FILE OPENS I-O; THE FIRST COUNT EVER FINDS  *
      * IT NOT YET DEFINED (STATUS 35) AND CREATES IT EMPTY, THE SAME *
      * WAY SPONMNT BRINGS UP THE SPONSOR FILES. A CATALOG OR CONTROL *
      * FILE THAT WON'T OPEN IS A DEAD STOP.                          *
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
           OPEN I-O   COUNT-CONTROL
           IF WS-CNTCTL-FILE-STATUS = '35'
              OPEN OUTPUT COUNT-CONTROL
              CLOSE COUNT-CONTROL
              OPEN I-O    COUNT-CONTROL
           END-IF
      *
           IF WS-CNTCTL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: COUNT-CONTROL FILE COULD NOT BE OPENED '
                      'I-O (STATUS ' WS-CNTCTL-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE ITEM-MASTER
              STOP RUN
           END-IF
      *
           OPEN OUTPUT COUNT-SHEET-FILE
           .

      ******************************************************************
       C0000-FREEZE-ITEMS.
      ******************************************************************

           PERFORM X1000-READ-MASTER
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF WS-SELECT-CATEGORY = SPACES
                 OR IM-ITEM-CATEGORY = WS-SELECT-CATEGORY
                 PERFORM C1000-FREEZE-ONE-ITEM
              END-IF
              PERFORM X1000-READ-MASTER
           END-PERFORM
           .

      ******************************************************************
       C1000-FREEZE-ONE-ITEM.
      ******************************************************************

      *---------------------------------------------------------------*
      * AN ITEM WHOSE LAST COUNT IS STILL HELD FOR APPROVAL STAYS OFF *
      * THE SHEETS -- RECOUNTING IT WOULD LOSE THE HELD VARIANCE.     *
      * ANY OTHER ITEM GETS A FRESH CONTROL RECORD WITH TODAY'S BOOK  *
      * QUANTITY (A NON-NUMERIC ON-HAND FREEZES AS ZERO).             *
      *---------------------------------------------------------------*
           MOVE IM-ITEM-NUMBER TO CC-ITEM-NUMBER
           READ COUNT-CONTROL
              INVALID KEY
                 SET WS-CONTROL-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-CONTROL-FOUND     TO TRUE
           END-READ
      *
           IF WS-CONTROL-FOUND
              AND CC-COUNT-STATUS = 'H'
              DISPLAY 'WARNING: ITEM ' IM-ITEM-NUMBER
                      ' HAS A VARIANCE AWAITING APPROVAL -- '
                      'LEFT OFF THE COUNT SHEETS'
              ADD  1 TO WS-ITEMS-HELD
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACES           TO COUNT-CONTROL-RECORD
              MOVE IM-ITEM-NUMBER   TO CC-ITEM-NUMBER
              MOVE IM-ITEM-CATEGORY TO CC-ITEM-CATEGORY
              MOVE WS-DATE          TO CC-SHEET-DATE
              IF IM-ON-HAND-QTY IS NUMERIC
                 MOVE IM-ON-HAND-QTY TO CC-BOOK-QTY
              ELSE
                 MOVE ZERO           TO CC-BOOK-QTY
              END-IF
              MOVE 'O'              TO CC-COUNT-STATUS
              MOVE ZERO             TO CC-COUNTED-QTY
                                       CC-COUNT-DATE
                                       CC-VARIANCE-QTY
                                       CC-VARIANCE-VALUE
                                       CC-POST-DATE
      *
              IF WS-CONTROL-FOUND
                 REWRITE COUNT-CONTROL-RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: COUNT-CONTROL REWRITE FAILED '
                               'FOR ITEM ' IM-ITEM-NUMBER ' (STATUS '
                               WS-CNTCTL-FILE-STATUS ')'
                 END-REWRITE
              ELSE
                 WRITE COUNT-CONTROL-RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: COUNT-CONTROL WRITE FAILED '
                               'FOR ITEM ' IM-ITEM-NUMBER ' (STATUS '
                               WS-CNTCTL-FILE-STATUS ')'
                 END-WRITE
              END-IF
      *
              IF WS-CNTCTL-FILE-STATUS = '00'
                 IF IM-ITEM-CATEGORY = SPACES
                    MOVE 'NONE'           TO SD-ITEM-CATEGORY
                 ELSE
                    MOVE IM-ITEM-CATEGORY TO SD-ITEM-CATEGORY
                 END-IF
                 MOVE IM-ITEM-NUMBER      TO SD-ITEM-NUMBER
                 MOVE IM-ITEM-DESCRIPTION TO SD-ITEM-DESCRIPTION
                 RELEASE SD-COUNT-RECORD
                 ADD 1 TO WS-ITEMS-ON-SHEETS
              ELSE
                 MOVE 16 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
       D0000-WRITE-SHEETS.
      ******************************************************************

      *---------------------------------------------------------------*
      * A NEW PAGE AT EVERY CATEGORY SO EACH CATEGORY'S SHEETS CAN GO *
      * TO A DIFFERENT COUNT TEAM; SIGN-OFF LINE AT EACH BREAK        *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-CATEGORY
           MOVE ZERO                TO WS-PAGE
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-PREV-CATEGORY NOT = LOW-VALUES
                       PERFORM D3000-WRITE-SIGN-OFF
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-SORTED-ITEM
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-SORTED-ITEM.
      ******************************************************************

           IF SD-ITEM-CATEGORY NOT = WS-PREV-CATEGORY
              IF WS-PREV-CATEGORY NOT = LOW-VALUES
                 PERFORM D3000-WRITE-SIGN-OFF
              END-IF
              MOVE SD-ITEM-CATEGORY TO WS-PREV-CATEGORY
              ADD  1                TO WS-CATEGORIES
              MOVE ZERO             TO WS-PAGE
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D2000-WRITE-HEADINGS
           END-IF
      *
           MOVE SD-ITEM-NUMBER      TO SHT-ITEM-NUMBER
           MOVE SD-ITEM-DESCRIPTION TO SHT-ITEM-DESCRIPTION
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-DETAIL
              AFTER 2
           ADD 1 TO WS-LINE
           .

      ******************************************************************
       D2000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1                TO WS-PAGE
           MOVE ZERO             TO WS-LINE
           MOVE WS-PAGE          TO SHT-HDG-PAGE
           MOVE WS-PREV-CATEGORY TO SHT-HDG-CATEGORY
      *
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-HEADING-1
              AFTER TOP-PAGE
           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-HEADING-2
              AFTER 2
           .

      ******************************************************************
       D3000-WRITE-SIGN-OFF.
      ******************************************************************

           WRITE COUNT-SHEET-RECORD FROM WS-SHEET-SIGN-LINE
              AFTER 3
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'COUNT SHEET RUN SUMMARY'
           IF WS-SELECT-CATEGORY NOT = SPACES
              DISPLAY '  CATEGORY SELECTED:      ' WS-SELECT-CATEGORY
           END-IF
           DISPLAY '  CATALOG ITEMS READ:     ' WS-ITEMS-READ
           DISPLAY '  ITEMS ON COUNT SHEETS:  ' WS-ITEMS-ON-SHEETS
           DISPLAY '  CATEGORIES PRINTED:     ' WS-CATEGORIES
           DISPLAY '  HELD FOR APPROVAL:      ' WS-ITEMS-HELD
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE ITEM-MASTER
                 COUNT-CONTROL
                 COUNT-SHEET-FILE
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
