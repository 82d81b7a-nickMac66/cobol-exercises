      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   RTNRPT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SEASON-TO-DATE GIFT RETURNS BY CATALOG ITEM    *
      *                AND RETURN REASON, SO THE COORDINATORS CAN SEE *
      *                WHICH ITEMS KEEP COMING BACK. BROWSE THE       *
      *                FULFILLMENT MASTER, SORT THIS SEASON'S GIFTS   *
      *                BY ITEM AND REASON, AND PRINT FOR EACH ITEM    *
      *                WITH ANY RETURNS ONE LINE PER REASON (HOW MANY *
      *                CAME BACK AND WHETHER EACH WAS RESTOCKED,      *
      *                WRITTEN OFF AS DAMAGED OR EXCHANGED), THEN AN  *
      *                ITEM TOTAL WITH THE GIFTS OF THAT ITEM HANDED  *
      *                OUT THIS SEASON AND THE RETURN RATE, AND A     *
      *                GRAND TOTAL. THE SEASON IS THE YEAR OF THE     *
      *                STREAM'S BUSINESS DATE.                        *
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
           SELECT FULFILL-MASTER   ASSIGN TO FULFILL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FS-STATUS-KEY
                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT ITEM-MASTER      ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-ITEMMST-FILE-STATUS.
           SELECT SORT-WORK-FILE   ASSIGN TO UT-S-SORTWK.
           SELECT RETURNS-REPORT   ASSIGN TO UT-S-RTNRPT.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
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
      * FULFILLMENT STATUS MASTER -- INDEXED, KEYED ON CLIENT ID +    *
      * ITEM NUMBER, READ HERE IN KEY ORDER. A RETURNED GIFT IS       *
      * STATUS 'R' WITH FULPOST'S REASON AND DISPOSITION.             *
      *---------------------------------------------------------------*
       FD  FULFILL-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FULFILL-RECORD.
      *
       01  FULFILL-RECORD.
           05  FS-STATUS-KEY.
               10  FS-CLIENT-ID              PIC X(5).
               10  FS-ITEM-NUMBER            PIC X(5).
           05  FS-CLIENT-NAME                PIC X(25).
           05  FS-STATUS                     PIC X.
           05  FS-STATUS-DATE                PIC 9(8).
           05  FS-ASSIGN-DATE                PIC 9(8).
           05  FS-RETURN-REASON              PIC XX.
           05  FS-RETURN-DISPOSITION         PIC X.
           05  FILLER                        PIC X(25).
      *
      *---------------------------------------------------------------*
      * GIFT CATALOG -- READ BY KEY FOR EACH ITEM'S DESCRIPTION       *
      *---------------------------------------------------------------*
       FD  ITEM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ITEM-MASTER-RECORD.
      *
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-NUMBER                PIC X(5).
           05  IM-ITEM-DESCRIPTION           PIC X(25).
           05  FILLER                        PIC X(50).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- ONE RECORD PER GIFT OF THE SEASON, BY ITEM  *
      * THEN REASON. A GIFT NOT RETURNED HAS A BLANK REASON, SO IT    *
      * SORTS AHEAD OF ITS ITEM'S RETURNS AND ONLY COUNTS TOWARD THE  *
      * GIFTS HANDED OUT.                                             *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-GIFT-RECORD.
      *
       01  SD-GIFT-RECORD.
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-RETURN-REASON              PIC XX.
           05  SD-STATUS                     PIC X.
           05  SD-RETURN-DISPOSITION         PIC X.
      *
       FD  RETURNS-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RETURNS-REPORT-RECORD.
      *
       01  RETURNS-REPORT-RECORD             PIC X(132).
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
          05 WS-ITEMMST-OPEN-SW             PIC X.
             88 WS-ITEMMST-OPEN                       VALUE 'Y'.
             88 WS-ITEMMST-OPEN-NOT                   VALUE 'N'.
          05 WS-FIRST-LINE-SW               PIC X.
             88 WS-FIRST-LINE-OF-ITEM                 VALUE 'Y'.
             88 WS-FIRST-LINE-DONE                    VALUE 'N'.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-ITEMMST-FILE-STATUS            PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-FULFILL-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SEASON-GIFTS                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ITEMS-LISTED                PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-ITEM-NUMBER            PIC X(5).
          05 WS-PREV-RETURN-REASON          PIC XX.
          05 WS-ITEM-DESCRIPTION            PIC X(25).
          05 WS-RETURN-RATE                 PIC S9(3)V9 PACKED-DECIMAL.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * RUNNING COUNTS: (1) THE CURRENT ITEM AND REASON, (2) THE      *
      * CURRENT ITEM, (3) THE WHOLE SEASON                            *
      *---------------------------------------------------------------*
       01 WS-RTN-TOTALS.
          05 WS-RTN-LEVEL OCCURS 3 TIMES.
             10 WS-RTN-RETURNED             PIC S9(7) COMP-3.
             10 WS-RTN-RESTOCKED            PIC S9(7) COMP-3.
             10 WS-RTN-DAMAGED              PIC S9(7) COMP-3.
             10 WS-RTN-EXCHANGED            PIC S9(7) COMP-3.
             10 WS-RTN-GIFTS                PIC S9(7) COMP-3.
       01 WS-LVL-IDX                        PIC S9(4) BINARY.
      *
       01 WS-PRINT-LINE                     PIC X(132).
      *
       01 WS-RTN-HEADING-1.
          05 RTN-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 RTN-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 RTN-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(36) VALUE SPACES.
          05 FILLER                         PIC X(34) VALUE
             'GIFT RETURNS BY ITEM AND REASON'.
          05 FILLER                         PIC X(7)  VALUE 'SEASON'.
          05 RTN-HDG-SEASON                 PIC 9(4).
          05 FILLER                         PIC X(32) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 RTN-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-RTN-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(23) VALUE 'REASON'.
          05 FILLER                         PIC X(10) VALUE 'RETURNED'.
          05 FILLER                         PIC X(10) VALUE 'RESTOCKED'.
          05 FILLER                         PIC X(10) VALUE 'DAMAGED'.
          05 FILLER                         PIC X(10) VALUE 'EXCHANGED'.
          05 FILLER                         PIC X(10) VALUE 'GIFTS OUT'.
          05 FILLER                         PIC X(24) VALUE
             'RETURN RATE'.
      *
       01 WS-RTN-DETAIL.
          05 RTN-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RTN-DESCRIPTION                PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RTN-REASON                     PIC XX.
          05 FILLER                         PIC X     VALUE SPACES.
          05 RTN-REASON-TEXT                PIC X(18).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RTN-RETURNED                   PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-RESTOCKED                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-DAMAGED                    PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-EXCHANGED                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(38) VALUE SPACES.
      *
       01 WS-RTN-TOTAL-LINE.
          05 FILLER                         PIC X(35) VALUE SPACES.
          05 RTN-TOT-LABEL                  PIC X(23).
          05 RTN-TOT-RETURNED               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-TOT-RESTOCKED              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-TOT-DAMAGED                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-TOT-EXCHANGED              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-TOT-GIFTS                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RTN-TOT-RATE                   PIC ZZ9.9.
          05 FILLER                         PIC X     VALUE '%'.
          05 FILLER                         PIC X(18) VALUE SPACES.
      *
       01 WS-RTN-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO GIFTS RETURNED THIS SEASON'.
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
              ON ASCENDING KEY SD-ITEM-NUMBER SD-RETURN-REASON
              INPUT  PROCEDURE IS C0000-RELEASE-GIFTS
              OUTPUT PROCEDURE IS D0000-LIST-RETURNS
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
           INITIALIZE WS-RTN-TOTALS
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO RTN-HDG-YYYY
                                 RTN-HDG-SEASON
           MOVE WS-DATE (5:2) TO RTN-HDG-MM
           MOVE WS-DATE (7:2) TO RTN-HDG-DD
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

           OPEN INPUT FULFILL-MASTER
           IF WS-FULFILL-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: FULFILL MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-FULFILL-FILE-STATUS ') -- '
                      'NO REPORT PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
      *---------------------------------------------------------------*
      * THE CATALOG ONLY SUPPLIES DESCRIPTIONS -- WITHOUT IT THE      *
      * REPORT STILL PRINTS, BY ITEM NUMBER                           *
      *---------------------------------------------------------------*
           SET  WS-ITEMMST-OPEN-NOT TO TRUE
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMST-FILE-STATUS = '00'
              SET  WS-ITEMMST-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: ITEM-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-ITEMMST-FILE-STATUS ') -- '
                      'ITEMS LISTED WITHOUT DESCRIPTIONS'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN OUTPUT RETURNS-REPORT
           .

      ******************************************************************
       C0000-RELEASE-GIFTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY GIFT ASSIGNED THIS SEASON GOES TO THE SORT -- THE ONES  *
      * NOT RETURNED ONLY TO COUNT THE ITEM'S GIFTS HANDED OUT        *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           PERFORM X1000-READ-FULFILL
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF FS-ASSIGN-DATE (1:4) = WS-DATE (1:4)
                 ADD  1              TO WS-SEASON-GIFTS
                 MOVE FS-ITEM-NUMBER TO SD-ITEM-NUMBER
                 MOVE FS-STATUS      TO SD-STATUS
                 IF FS-STATUS = 'R'
                    MOVE FS-RETURN-REASON      TO SD-RETURN-REASON
                    MOVE FS-RETURN-DISPOSITION TO SD-RETURN-DISPOSITION
                 ELSE
                    MOVE SPACES                TO SD-RETURN-REASON
                                                  SD-RETURN-DISPOSITION
                 END-IF
                 RELEASE SD-GIFT-RECORD
              END-IF
              PERFORM X1000-READ-FULFILL
           END-PERFORM
      *
           CLOSE FULFILL-MASTER
           .

      ******************************************************************
       D0000-LIST-RETURNS.
      ******************************************************************

           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-ITEM-NUMBER
                                       WS-PREV-RETURN-REASON
           PERFORM X5300-WRITE-HEADINGS
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    PERFORM D2000-CLOSE-REASON
                    PERFORM D3000-CLOSE-ITEM
                 NOT AT END
                    PERFORM D1000-ONE-SORTED-GIFT
              END-RETURN
           END-PERFORM
      *
           IF WS-RTN-RETURNED (3) = ZERO
              MOVE WS-RTN-NONE-LINE TO WS-PRINT-LINE
              MOVE 2                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-IF
      *
           MOVE 3                   TO WS-LVL-IDX
           MOVE 'ALL ITEMS'         TO RTN-TOT-LABEL
           PERFORM D3100-FORMAT-TOTAL
           MOVE 2                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       D1000-ONE-SORTED-GIFT.
      ******************************************************************

           IF SD-ITEM-NUMBER NOT = WS-PREV-ITEM-NUMBER
              PERFORM D2000-CLOSE-REASON
              PERFORM D3000-CLOSE-ITEM
              MOVE SD-ITEM-NUMBER   TO WS-PREV-ITEM-NUMBER
              MOVE SD-RETURN-REASON TO WS-PREV-RETURN-REASON
              SET  WS-FIRST-LINE-OF-ITEM TO TRUE
           ELSE
              IF SD-RETURN-REASON NOT = WS-PREV-RETURN-REASON
                 PERFORM D2000-CLOSE-REASON
                 MOVE SD-RETURN-REASON TO WS-PREV-RETURN-REASON
              END-IF
           END-IF
      *
           ADD 1 TO WS-RTN-GIFTS (2)
           IF SD-STATUS = 'R'
              ADD 1 TO WS-RTN-RETURNED (1)
              EVALUATE SD-RETURN-DISPOSITION
                 WHEN 'S'
                    ADD 1 TO WS-RTN-RESTOCKED (1)
                 WHEN 'D'
                    ADD 1 TO WS-RTN-DAMAGED (1)
                 WHEN 'X'
                    ADD 1 TO WS-RTN-EXCHANGED (1)
              END-EVALUATE
           END-IF
           .

      ******************************************************************
       D2000-CLOSE-REASON.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LINE PER REASON THAT HAD RETURNS. THE ITEM NUMBER AND     *
      * DESCRIPTION PRINT ON THE ITEM'S FIRST LINE ONLY.              *
      *---------------------------------------------------------------*
           IF WS-RTN-RETURNED (1) > ZERO
              IF WS-FIRST-LINE-OF-ITEM
                 PERFORM X2000-GET-DESCRIPTION
                 MOVE WS-PREV-ITEM-NUMBER TO RTN-ITEM-NUMBER
                 MOVE WS-ITEM-DESCRIPTION TO RTN-DESCRIPTION
                 MOVE 2                   TO WS-SPACING
                 SET  WS-FIRST-LINE-DONE  TO TRUE
              ELSE
                 MOVE SPACES              TO RTN-ITEM-NUMBER
                                             RTN-DESCRIPTION
                 MOVE 1                   TO WS-SPACING
              END-IF
              MOVE WS-PREV-RETURN-REASON  TO RTN-REASON
              EVALUATE WS-PREV-RETURN-REASON
                 WHEN 'WS'
                    MOVE 'WRONG SIZE'         TO RTN-REASON-TEXT
                 WHEN 'DM'
                    MOVE 'DAMAGED/DEFECTIVE'  TO RTN-REASON-TEXT
                 WHEN 'DU'
                    MOVE 'DUPLICATE GIFT'     TO RTN-REASON-TEXT
                 WHEN 'OT'
                    MOVE 'OTHER'              TO RTN-REASON-TEXT
                 WHEN OTHER
                    MOVE 'NOT RECORDED'       TO RTN-REASON-TEXT
              END-EVALUATE
              MOVE WS-RTN-RETURNED (1)    TO RTN-RETURNED
              MOVE WS-RTN-RESTOCKED (1)   TO RTN-RESTOCKED
              MOVE WS-RTN-DAMAGED (1)     TO RTN-DAMAGED
              MOVE WS-RTN-EXCHANGED (1)   TO RTN-EXCHANGED
              MOVE WS-RTN-DETAIL          TO WS-PRINT-LINE
              PERFORM X5000-WRITE-LINE
      *
              ADD WS-RTN-RETURNED (1)     TO WS-RTN-RETURNED (2)
              ADD WS-RTN-RESTOCKED (1)    TO WS-RTN-RESTOCKED (2)
              ADD WS-RTN-DAMAGED (1)      TO WS-RTN-DAMAGED (2)
              ADD WS-RTN-EXCHANGED (1)    TO WS-RTN-EXCHANGED (2)
           END-IF
      *
           INITIALIZE WS-RTN-LEVEL (1)
           .

      ******************************************************************
       D3000-CLOSE-ITEM.
      ******************************************************************

      *---------------------------------------------------------------*
      * AN ITEM WITH RETURNS GETS ITS TOTAL LINE; EVERY ITEM'S GIFTS  *
      * COUNT TOWARD THE SEASON'S RETURN RATE                         *
      *---------------------------------------------------------------*
           IF WS-RTN-RETURNED (2) > ZERO
              MOVE 2                   TO WS-LVL-IDX
              MOVE 'ITEM TOTAL'        TO RTN-TOT-LABEL
              PERFORM D3100-FORMAT-TOTAL
              MOVE 1                   TO WS-SPACING
              PERFORM X5000-WRITE-LINE
              ADD 1                    TO WS-ITEMS-LISTED
           END-IF
      *
           ADD WS-RTN-RETURNED (2)     TO WS-RTN-RETURNED (3)
           ADD WS-RTN-RESTOCKED (2)    TO WS-RTN-RESTOCKED (3)
           ADD WS-RTN-DAMAGED (2)      TO WS-RTN-DAMAGED (3)
           ADD WS-RTN-EXCHANGED (2)    TO WS-RTN-EXCHANGED (3)
           ADD WS-RTN-GIFTS (2)        TO WS-RTN-GIFTS (3)
           INITIALIZE WS-RTN-LEVEL (2)
           .

      ******************************************************************
       D3100-FORMAT-TOTAL.
      ******************************************************************

           MOVE WS-RTN-RETURNED (WS-LVL-IDX)  TO RTN-TOT-RETURNED
           MOVE WS-RTN-RESTOCKED (WS-LVL-IDX) TO RTN-TOT-RESTOCKED
           MOVE WS-RTN-DAMAGED (WS-LVL-IDX)   TO RTN-TOT-DAMAGED
           MOVE WS-RTN-EXCHANGED (WS-LVL-IDX) TO RTN-TOT-EXCHANGED
           MOVE WS-RTN-GIFTS (WS-LVL-IDX)     TO RTN-TOT-GIFTS
           IF WS-RTN-GIFTS (WS-LVL-IDX) > ZERO
              COMPUTE WS-RETURN-RATE ROUNDED =
                 WS-RTN-RETURNED (WS-LVL-IDX) * 100
                 / WS-RTN-GIFTS (WS-LVL-IDX)
           ELSE
              MOVE ZERO                       TO WS-RETURN-RATE
           END-IF
           MOVE WS-RETURN-RATE                TO RTN-TOT-RATE
           MOVE WS-RTN-TOTAL-LINE             TO WS-PRINT-LINE
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'GIFT RETURNS REPORT SUMMARY'
           DISPLAY '  FULFILL RECORDS READ:  ' WS-FULFILL-READ
           DISPLAY '  GIFTS THIS SEASON:     ' WS-SEASON-GIFTS
           DISPLAY '  GIFTS RETURNED:        ' WS-RTN-RETURNED (3)
           DISPLAY '  ITEMS WITH RETURNS:    ' WS-ITEMS-LISTED
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE RETURNS-REPORT
      *
           IF WS-ITEMMST-OPEN
              CLOSE ITEM-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-FULFILL.
      ******************************************************************

           READ FULFILL-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-FULFILL-READ
           END-READ
           .

      ******************************************************************
       X2000-GET-DESCRIPTION.
      ******************************************************************

           MOVE SPACES TO WS-ITEM-DESCRIPTION
      *
           IF WS-ITEMMST-OPEN
              MOVE WS-PREV-ITEM-NUMBER TO IM-ITEM-NUMBER
              READ ITEM-MASTER
                 INVALID KEY
                    MOVE '** NOT ON CATALOG **' TO WS-ITEM-DESCRIPTION
                 NOT INVALID KEY
                    MOVE IM-ITEM-DESCRIPTION    TO WS-ITEM-DESCRIPTION
              END-READ
           END-IF
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE RETURNS-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO RTN-HDG-PAGE
      *
           WRITE RETURNS-REPORT-RECORD FROM WS-RTN-HEADING-1
              AFTER TOP-PAGE
           WRITE RETURNS-REPORT-RECORD FROM WS-RTN-HEADING-2
              AFTER 2
           MOVE 3       TO WS-LINE
           .
