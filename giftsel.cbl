      *                FILE. EVERY WISH THAT DIDN'T BECOME THE GIFT   *
      *                GOES ON THE UNFILLED LISTING SO COORDINATORS   *
      *                SEE WHAT EACH CHILD DIDN'T GET.                *
      *                A CHILD ADOPTED BY A SPONSOR FOR THE SEASON    *
      *                (SPONMNT) IS FULFILLED OUTSIDE THE WAREHOUSE:  *
      *                NO STOCK TEST, NO ALLOCATION, NO GIFT RECORD   *
      *                (SO NO PICK-LIST LINE) -- A SPONSOR-ASSIGNMENT *
      *                RECORD CARRYING THE CHILD'S TOP WISHES GOES TO *
      *                SPONPKT FOR THE SPONSOR'S PACKET INSTEAD.      *
      *                EACH DROP-OFF REGION IS FUNDED SEPARATELY, AND *
      *                THE BOARD SETS A DOLLAR ALLOCATION PER REGION  *
      *                AND ITEM CATEGORY (FUNDALOC, EFFECTIVE-DATED). *
      *                THE SEASON-TO-DATE DOLLARS COMMITTED AGAINST   *
      *                EACH ONE ARE CARRIED NIGHT TO NIGHT (FUNDOLD   *
      *                IN, FUNDNEW OUT). A GIFT THAT WOULD TAKE ITS   *
      *                REGION/CATEGORY PAST THE ALLOCATION IS PASSED  *
      *                OVER LIKE AN OUT-OF-STOCK ONE: THE CHILD GETS  *
      *                THEIR NEXT-PRIORITY WISH OR IS LEFT UNFILLED.  *
      *                THE FUNDING POSITION REPORT SHOWS ALLOCATED,   *
      *                COMMITTED AND REMAINING DOLLARS FOR EACH.      *
      *                THE WISHES A CHILD DIDN'T GET ARE KEPT ON THE  *
      *                SEASON'S ALTERNATE-WISH FILE (ALTWISH) SO A    *
      *                GIFT THE FAMILY RETURNS FOR EXCHANGE CAN COME  *
      *                BACK THROUGH SELECTION FOR THE NEXT WISH.      *
      *                                                                *
      ******************************************************************

           SELECT SUBSTITUTION-FILE ASSIGN TO UT-S-SUBFILE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SUB-FILE-STATUS.
           SELECT SPONSORSHIP-FILE ASSIGN TO SPONSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SS-CLIENT-ID
                  FILE STATUS IS WS-SPONSHIP-FILE-STATUS.
           SELECT GIFT-FILE      ASSIGN TO UT-S-GIFTS.
           SELECT SPONSOR-GIFT-FILE ASSIGN TO UT-S-SPONGIFT.
           SELECT UNFILLED-FILE  ASSIGN TO UT-S-UNFILLED.
           SELECT RUN-DATE-FILE  ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
           SELECT AUDIT-LOG-FILE ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT FUNDING-ALLOC-FILE ASSIGN TO UT-S-FUNDALOC
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FUNDALOC-FILE-STATUS.
           SELECT OLD-FUNDING-FILE ASSIGN TO UT-S-FUNDOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FUNDOLD-FILE-STATUS.
           SELECT NEW-FUNDING-FILE ASSIGN TO UT-S-FUNDNEW
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-FUNDNEW-FILE-STATUS.
           SELECT FUNDING-REPORT-FILE ASSIGN TO UT-S-FUNDRPT.
           SELECT ALTERNATE-WISH-FILE ASSIGN TO UT-S-ALTWISH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ALTWISH-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
           05  FILLER                        PIC X(62).
      *
      *---------------------------------------------------------------*
      * SPONSORSHIP FILE -- INDEXED, KEYED ON THE SPONSORED CLIENT,   *
      * MAINTAINED BY SPONMNT. A CHILD IS SPONSORED TONIGHT WHEN THE  *
      * RECORD IS FOR THE RUN-DATE SEASON AND STILL ADOPTED ('A') OR  *
      * ALREADY DROPPED OFF ('R'); A WITHDRAWN ONE ('W') IS IGNORED.  *
      *---------------------------------------------------------------*
       FD  SPONSORSHIP-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SPONSORSHIP-RECORD.
      *
       01  SPONSORSHIP-RECORD.
           05  SS-CLIENT-ID                  PIC X(5).
           05  SS-SPONSOR-ID                 PIC X(5).
           05  SS-SEASON-YEAR                PIC 9(4).
           05  SS-STATUS                     PIC X.
           05  SS-ADOPT-DATE                 PIC 9(8).
           05  SS-CUTOFF-DATE                PIC 9(8).
           05  SS-DROP-DATE                  PIC 9(8).
           05  FILLER                        PIC X(41).
      *
      *---------------------------------------------------------------*
      * ONE GIFT-ASSIGNMENT RECORD PER CLIENT -- THE WISH THAT WON.   *
      * GA-ITEM-COST IS THE CATALOG PRICE IN EFFECT AS OF THE RUN     *
      * DATE, NOT THE HAND-KEYED COST, SAME RULE AS INTFUNC'S TOTALS. *
           05  FILLER                        PIC X(26).
      *
      *---------------------------------------------------------------*
      * ONE SPONSOR-ASSIGNMENT RECORD PER SPONSORED CHILD -- WHO THE  *
      * SPONSOR IS, THE DROP-OFF CUTOFF, AND THE CHILD'S TOP THREE    *
      * OPEN WISHES IN PRIORITY ORDER (UNUSED SLOTS BLANK). SPONPKT   *
      * BUILDS THE SPONSOR PACKETS FROM THIS FILE.                    *
      *---------------------------------------------------------------*
       FD  SPONSOR-GIFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPONSOR-GIFT-RECORD.
      *
       01  SPONSOR-GIFT-RECORD.
           05  SG-CLIENT-ID                  PIC X(5).
           05  SG-SPONSOR-ID                 PIC X(5).
           05  SG-CLIENT-NAME                PIC X(25).
           05  SG-CLIENT-DOB                 PIC X(10).
           05  SG-CUTOFF-DATE                PIC 9(8).
           05  SG-WISH OCCURS 3 TIMES.
               10  SG-WISH-ITEM              PIC X(5).
               10  SG-WISH-PRIORITY          PIC 9.
           05  SG-REGION-CODE                PIC X.
           05  SG-RUN-DATE                   PIC 9(8).
      *
      *---------------------------------------------------------------*
      * UNFILLED-WISH LISTING -- EVERY WISH THAT DIDN'T BECOME THE    *
      * CLIENT'S GIFT, WITH THE REASON, SO A COORDINATOR CAN SEE AT   *
      * A GLANCE WHAT EACH CHILD DIDN'T GET AND WHY                   *
           05  AUDIT-EXCEPTION-COUNT         PIC 9(7).
           05  AUDIT-PRICE-ADJ-AMOUNT        PIC S9(9)V99.
           05  FILLER                        PIC X(6).
      *
      *---------------------------------------------------------------*
      * FUNDING ALLOCATIONS SET BY THE BOARD -- ONE CARD PER REGION   *
      * AND ITEM CATEGORY, THE DOLLARS THAT REGION MAY SPEND ON THAT  *
      * CATEGORY FOR THE SEASON. A REVISED ALLOCATION IS A NEW CARD   *
      * WITH A LATER EFFECTIVE DATE; ONLY CARDS EFFECTIVE ON OR       *
      * BEFORE THE RUN DATE COUNT, AND THE LATEST OF THOSE WINS.      *
      *---------------------------------------------------------------*
       FD  FUNDING-ALLOC-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FUNDING-ALLOC-RECORD.
      *
       01  FUNDING-ALLOC-RECORD.
           05  FA-REGION-CODE                PIC X.
           05  FA-ITEM-CATEGORY              PIC X(4).
           05  FA-EFFECTIVE-DATE             PIC 9(8).
           05  FA-ALLOCATION-AMT             PIC 9(7)V99.
           05  FILLER                        PIC X(58).
      *
      *---------------------------------------------------------------*
      * SEASON-TO-DATE FUNDING POSITION, CARRIED FROM RUN TO RUN IN   *
      * REGION/CATEGORY ORDER. WHAT WAS COMMITTED BEFORE THE LAST     *
      * RUN IS KEPT APART FROM WHAT THE LAST RUN COMMITTED, SO A      *
      * RERUN FOR THE SAME BUSINESS DATE DROPS ITS OWN EARLIER        *
      * ATTEMPT INSTEAD OF COUNTING TONIGHT'S GIFTS TWICE.            *
      *---------------------------------------------------------------*
       FD  OLD-FUNDING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-FUNDING-RECORD.
      *
       01  OLD-FUNDING-RECORD.
           05  FO-REGION-CODE                PIC X.
           05  FO-ITEM-CATEGORY              PIC X(4).
           05  FO-SEASON-YEAR                PIC 9(4).
           05  FO-PRIOR-COMMITTED            PIC 9(9)V99.
           05  FO-LAST-RUN-DATE              PIC 9(8).
           05  FO-LAST-RUN-COMMITTED         PIC 9(9)V99.
           05  FILLER                        PIC X(41).
      *
       FD  NEW-FUNDING-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-FUNDING-RECORD.
      *
       01  NEW-FUNDING-RECORD.
           05  FN-REGION-CODE                PIC X.
           05  FN-ITEM-CATEGORY              PIC X(4).
           05  FN-SEASON-YEAR                PIC 9(4).
           05  FN-PRIOR-COMMITTED            PIC 9(9)V99.
           05  FN-LAST-RUN-DATE              PIC 9(8).
           05  FN-LAST-RUN-COMMITTED         PIC 9(9)V99.
           05  FILLER                        PIC X(41).
      *
      *---------------------------------------------------------------*
      * FUNDING POSITION REPORT -- ALLOCATED, COMMITTED AND REMAINING *
      * DOLLARS PER REGION AND CATEGORY AFTER TONIGHT'S SELECTION     *
      *---------------------------------------------------------------*
       FD  FUNDING-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FUNDING-REPORT-RECORD.
      *
       01  FUNDING-REPORT-RECORD             PIC X(132).
      *
      *---------------------------------------------------------------*
      * ALTERNATE WISHES -- CUMULATIVE FOR THE SEASON. FOR EVERY      *
      * CHILD GIVEN A WAREHOUSE GIFT, EACH OF THEIR OTHER WISHES (AS  *
      * RECEIVED, FIRST 58 BYTES OF THE WISH RECORD) WITH THE RUN     *
      * DATE. GIFTXCH OFFERS THEM BACK WHEN THE GIFT IS RETURNED FOR  *
      * EXCHANGE.                                                     *
      *---------------------------------------------------------------*
       FD  ALTERNATE-WISH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTERNATE-WISH-RECORD.
      *
       01  ALTERNATE-WISH-RECORD.
           05  AW-WISH                       PIC X(58).
           05  AW-RUN-DATE                   PIC 9(8).
           05  FILLER                        PIC X(14).
      /
      ******************************************************************
       WORKING-STORAGE SECTION.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
          05 WS-SPONSHIP-OPEN-SW            PIC X.
             88 WS-SPONSHIP-OPEN                      VALUE 'Y'.
             88 WS-SPONSHIP-OPEN-NOT                  VALUE 'N'.
          05 WS-CHILD-SPONSORED-SW          PIC X.
             88 WS-CHILD-SPONSORED                    VALUE 'Y'.
             88 WS-CHILD-SPONSORED-NOT                VALUE 'N'.
          05 WS-MORE-FUND-SW                PIC X.
             88 WS-MORE-FUND                          VALUE 'Y'.
             88 WS-NO-MORE-FUND                       VALUE 'N'.
          05 WS-ALTWISH-OPEN-SW             PIC X.
             88 WS-ALTWISH-OPEN                       VALUE 'Y'.
             88 WS-ALTWISH-OPEN-NOT                   VALUE 'N'.
      *
       01 WS-ITEMMST-FILE-STATUS            PIC XX.
      *
       01 WS-SPONSHIP-FILE-STATUS           PIC XX.
      *
       01 WS-SUB-FILE-STATUS                PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-AUDIT-FILE-STATUS              PIC XX.
      *
       01 WS-FUNDALOC-FILE-STATUS           PIC XX.
      *
       01 WS-FUNDOLD-FILE-STATUS            PIC XX.
      *
       01 WS-FUNDNEW-FILE-STATUS            PIC XX.
      *
       01 WS-ALTWISH-FILE-STATUS            PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
                                                      VALUE ZERO.
          05 WS-WISHES-UNFILLED             PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-SPONSOR-ASSIGNMENTS         PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-FUNDING-PASSED              PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-FUNDING-CARRIED             PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-ALTERNATES-WRITTEN          PIC S9(7)   COMP-3
                                                      VALUE ZERO.
          05 WS-FUND-LINE                   PIC S9(3) PACKED-DECIMAL.
          05 WS-FUND-PAGE                   PIC S9(3) PACKED-DECIMAL.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                88 WS-CWISH-OPEN                      VALUE 'O'.
                88 WS-CWISH-ASSIGNED                  VALUE 'A'.
                88 WS-CWISH-PASSED                    VALUE 'P'.
                88 WS-CWISH-SPONSORED                 VALUE 'S'.
             10 WS-CWISH-REASON             PIC X(25).
             10 WS-CWISH-WISH               PIC X(58).
       01 WS-CLIENT-HOLD.
          05 WS-HOLD-CLIENT-ID              PIC X(5).
          05 WS-HOLD-CLIENT-NAME            PIC X(25).
      * THE (POSSIBLY SUBSTITUTED) ITEM AND ITS EFFECTIVE PRICE       *
      *---------------------------------------------------------------*
       01 WS-FOUND-ITEM-NUMBER              PIC X(5).
       01 WS-SG-IDX                         PIC S9(4) BINARY.
       01 WS-ITEM-EFF-PRICE                 PIC 9(7)V99.
       01 WS-UNAVAIL-REASON                 PIC X(25).
      *
      *---------------------------------------------------------------*
      * FUNDING POSITION PER REGION AND ITEM CATEGORY, KEPT IN KEY    *
      * ORDER SO THE REPORT AND THE CARRIED-FORWARD FILE COME OUT     *
      * SORTED. AN ENTRY WITH NO ALLOCATION CARD IS NOT LIMITED --    *
      * ITS COMMITMENTS ARE STILL CARRIED AND REPORTED. PAST THE      *
      * TABLE LIMIT A COMBINATION GOES UNCONTROLLED, WITH A WARNING.  *
      *---------------------------------------------------------------*
       01 WS-FUND-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-FUND-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-FUND-IDX                       PIC S9(4) BINARY.
       01 WS-FUND-HOLD                      PIC S9(4) BINARY.
       01 WS-FUND-INSERT                    PIC S9(4) BINARY.
       01 WS-FUND-FULL-WARNED               PIC X     VALUE 'N'.
       01 WS-FUND-SEARCH-KEY.
          05 WS-FSK-REGION-CODE             PIC X.
          05 WS-FSK-ITEM-CATEGORY           PIC X(4).
       01 WS-FUND-TABLE.
          05 WS-FUND-ENTRY OCCURS 500 TIMES.
             10 WS-FUND-KEY.
                15 WS-FUND-REGION-CODE      PIC X.
                15 WS-FUND-ITEM-CATEGORY    PIC X(4).
             10 WS-FUND-ALLOC-SW            PIC X.
                88 WS-FUND-ALLOCATED                  VALUE 'Y'.
                88 WS-FUND-UNALLOCATED                VALUE 'N'.
             10 WS-FUND-EFF-DATE            PIC 9(8).
             10 WS-FUND-ALLOCATION          PIC S9(9)V99 COMP-3.
             10 WS-FUND-PRIOR               PIC S9(9)V99 COMP-3.
             10 WS-FUND-TONIGHT             PIC S9(9)V99 COMP-3.
             10 WS-FUND-PASSED              PIC S9(7)    COMP-3.
      *
       01 WS-FUND-WORK.
          05 WS-FUND-COMMITTED              PIC S9(9)V99 COMP-3.
          05 WS-FUND-REMAINING              PIC S9(9)V99 COMP-3.
          05 WS-FUND-PREV-REGION            PIC X.
      *
       01 WS-FUND-TOTALS.
          05 WS-FUND-TOTAL-ENTRY OCCURS 2 TIMES.
             10 WS-FTOT-ALLOCATION          PIC S9(9)V99 COMP-3.
             10 WS-FTOT-PRIOR               PIC S9(9)V99 COMP-3.
             10 WS-FTOT-TONIGHT             PIC S9(9)V99 COMP-3.
             10 WS-FTOT-REMAINING           PIC S9(9)V99 COMP-3.
             10 WS-FTOT-PASSED              PIC S9(7)    COMP-3.
       01 WS-FTOT-IDX                       PIC S9(4) BINARY.
      *
       01 WS-UNFILLED-HEADING-1.
          05 FILLER                         PIC X(34) VALUE
          05 FILLER                         PIC X(5).
          05 UNF-REASON                     PIC X(25).
          05 FILLER                         PIC X(58).
      *
       01 WS-FUNDING-HEADING-1.
          05 FUND-HDG-YYYY                  PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 FUND-HDG-MM                    PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 FUND-HDG-DD                    PIC 99.
          05 FILLER                         PIC X(30) VALUE SPACES.
          05 FILLER                         PIC X(83) VALUE
             'REGION / CATEGORY FUNDING POSITION'.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 FUND-HDG-PAGE                  PIC ZZ9.
      *
       01 WS-FUNDING-HEADING-2.
          05 FILLER                         PIC X(44) VALUE SPACES.
          05 FILLER                         PIC X(16) VALUE
             '    PREVIOUSLY'.
          05 FILLER                         PIC X(16) VALUE SPACES.
          05 FILLER                         PIC X(16) VALUE
             '  SEASON-TO-DATE'.
          05 FILLER                         PIC X(17) VALUE SPACES.
          05 FILLER                         PIC X(23) VALUE
             'WISHES'.
      *
       01 WS-FUNDING-HEADING-3.
          05 FILLER                         PIC X(8)  VALUE
             'REGION'.
          05 FILLER                         PIC X(8)  VALUE
             'CATG'.
          05 FILLER                         PIC X(12) VALUE
             'EFFECTIVE'.
          05 FILLER                         PIC X(16) VALUE
             '     ALLOCATED'.
          05 FILLER                         PIC X(16) VALUE
             '     COMMITTED'.
          05 FILLER                         PIC X(16) VALUE
             '       TONIGHT'.
          05 FILLER                         PIC X(16) VALUE
             '     COMMITTED'.
          05 FILLER                         PIC X(17) VALUE
             '      REMAINING'.
          05 FILLER                         PIC X(8)  VALUE
             'PASSED'.
          05 FILLER                         PIC X(15) VALUE
             'NOTE'.
      *
       01 WS-FUNDING-DETAIL.
          05 FR-REGION-CODE                 PIC X.
          05 FILLER                         PIC X(7).
          05 FR-ITEM-CATEGORY               PIC X(4).
          05 FILLER                         PIC X(4).
          05 FR-EFFECTIVE-DATE              PIC X(10).
          05 FILLER                         PIC X(2).
          05 FR-ALLOCATED                   PIC ZZZ,ZZZ,ZZ9.99.
          05 FR-ALLOCATED-X REDEFINES FR-ALLOCATED
                                            PIC X(14).
          05 FILLER                         PIC X(2).
          05 FR-PRIOR                       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FR-TONIGHT                     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FR-COMMITTED                   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FR-REMAINING                   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FR-REMAINING-X REDEFINES FR-REMAINING
                                            PIC X(15).
          05 FILLER                         PIC X(2).
          05 FR-PASSED                      PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 FR-NOTE                        PIC X(15).
      *
       01 WS-FUNDING-TOTAL-LINE.
          05 FT-LABEL                       PIC X(28).
          05 FT-ALLOCATED                   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FT-PRIOR                       PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FT-TONIGHT                     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FT-COMMITTED                   PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(2).
          05 FT-REMAINING                   PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER                         PIC X(2).
          05 FT-PASSED                      PIC ZZ,ZZ9.
          05 FILLER                         PIC X(17).
      /
      ******************************************************************
       PROCEDURE DIVISION.
           MOVE ZERO              TO WS-PAGE
                                     WS-CWISH-COUNT
                                     WS-ALLOC-COUNT
                                     WS-FUND-PAGE
                                     WS-FUND-COUNT
           MOVE WS-LINES-PER-PAGE TO WS-LINE
                                     WS-FUND-LINE
           MOVE LOW-VALUES        TO WS-PREV-CLIENT-ID
      *
           PERFORM A0500-GET-RUN-DATE
           OPEN INPUT  WISH-FILE
                OUTPUT GIFT-FILE
                       UNFILLED-FILE
                       FUNDING-REPORT-FILE
      *
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMST-FILE-STATUS NOT = '00'
           END-IF
      *
           PERFORM B0060-LOAD-SUBSTITUTIONS
           PERFORM B0070-OPEN-SPONSORSHIPS
           PERFORM B0080-LOAD-FUNDING-ALLOCATIONS
           PERFORM B0090-LOAD-FUNDING-POSITION
           PERFORM B0095-OPEN-ALTERNATES
           .

      ******************************************************************
           END-EVALUATE
           .

      ******************************************************************
       B0070-OPEN-SPONSORSHIPS.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SPONSOR-ASSIGNMENT FILE IS ALWAYS WRITTEN, EMPTY OR NOT,  *
      * SO SPONPKT ALWAYS HAS ITS INPUT. A SPONSORSHIP FILE THAT      *
      * WON'T OPEN ISN'T WORTH STOPPING GIFT SELECTION FOR -- EVERY   *
      * CHILD GOES THROUGH THE WAREHOUSE TONIGHT, WITH A WARNING.     *
      *---------------------------------------------------------------*
           OPEN OUTPUT SPONSOR-GIFT-FILE
      *
           OPEN INPUT SPONSORSHIP-FILE
           IF WS-SPONSHIP-FILE-STATUS = '00'
              SET WS-SPONSHIP-OPEN     TO TRUE
           ELSE
              SET WS-SPONSHIP-OPEN-NOT TO TRUE
              DISPLAY 'WARNING: SPONSORSHIP FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-SPONSHIP-FILE-STATUS ') -- '
                      'NO SPONSORED CHILDREN THIS RUN'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       B0080-LOAD-FUNDING-ALLOCATIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * LOAD THE BOARD'S ALLOCATIONS -- SAME EFFECTIVE-DATE RULE AS   *
      * THE SUBSTITUTION TABLE: ONLY CARDS EFFECTIVE ON OR BEFORE THE *
      * RUN DATE, MOST RECENT EFFECTIVE CARD WINS. WITHOUT THE FILE   *
      * NOTHING IS LIMITED TONIGHT, SO THE RUN ENDS RC=4.             *
      *---------------------------------------------------------------*
           SET  WS-MORE-FUND TO TRUE
      *
           OPEN INPUT FUNDING-ALLOC-FILE
      *
           IF WS-FUNDALOC-FILE-STATUS = '00'
              PERFORM UNTIL WS-NO-MORE-FUND
                 READ FUNDING-ALLOC-FILE
                    AT END
                       SET WS-NO-MORE-FUND TO TRUE
                    NOT AT END
                       PERFORM B0081-POST-FUNDING-ALLOCATION
                 END-READ
              END-PERFORM
      *
              CLOSE FUNDING-ALLOC-FILE
           ELSE
              DISPLAY 'WARNING: FUNDING ALLOCATION FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-FUNDALOC-FILE-STATUS ') -- '
                      'NO FUNDING LIMITS THIS RUN'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       B0081-POST-FUNDING-ALLOCATION.
      ******************************************************************

           IF FA-EFFECTIVE-DATE IS NOT NUMERIC
              OR FA-ALLOCATION-AMT IS NOT NUMERIC
              DISPLAY 'WARNING: FUNDING ALLOCATION FOR REGION '
                      FA-REGION-CODE ' CATEGORY ' FA-ITEM-CATEGORY
                      ' IS NOT NUMERIC -- CARD IGNORED'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF FA-EFFECTIVE-DATE <= WS-DATE
                 MOVE FA-REGION-CODE   TO WS-FSK-REGION-CODE
                 MOVE FA-ITEM-CATEGORY TO WS-FSK-ITEM-CATEGORY
                 PERFORM X2000-FIND-FUND-ENTRY
                 IF WS-FUND-HOLD > ZERO
                    IF WS-FUND-UNALLOCATED (WS-FUND-HOLD)
                       OR FA-EFFECTIVE-DATE >=
                          WS-FUND-EFF-DATE (WS-FUND-HOLD)
                       SET  WS-FUND-ALLOCATED (WS-FUND-HOLD) TO TRUE
                       MOVE FA-EFFECTIVE-DATE TO
                            WS-FUND-EFF-DATE   (WS-FUND-HOLD)
                       MOVE FA-ALLOCATION-AMT TO
                            WS-FUND-ALLOCATION (WS-FUND-HOLD)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       B0090-LOAD-FUNDING-POSITION.
      ******************************************************************

      *---------------------------------------------------------------*
      * PICK UP THE SEASON-TO-DATE COMMITMENTS FROM THE LAST RUN. A   *
      * RECORD FROM AN EARLIER SEASON IS DROPPED, SO A NEW SEASON     *
      * STARTS FROM ZERO. NO FILE MEANS NOTHING COMMITTED YET. THE    *
      * NEW POSITION FILE MUST OPEN -- WITHOUT IT TOMORROW'S RUN      *
      * WOULD LOSE EVERY COMMITMENT, SO THAT ABORTS THE RUN.          *
      *---------------------------------------------------------------*
           SET  WS-MORE-FUND TO TRUE
      *
           OPEN INPUT OLD-FUNDING-FILE
      *
           IF WS-FUNDOLD-FILE-STATUS = '00'
              PERFORM UNTIL WS-NO-MORE-FUND
                 READ OLD-FUNDING-FILE
                    AT END
                       SET WS-NO-MORE-FUND TO TRUE
                    NOT AT END
                       IF FO-SEASON-YEAR = WS-DATE (1:4)
                          PERFORM B0091-POST-FUNDING-POSITION
                       END-IF
                 END-READ
              END-PERFORM
      *
              CLOSE OLD-FUNDING-FILE
           ELSE
              DISPLAY 'WARNING: FUNDING POSITION FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-FUNDOLD-FILE-STATUS ') -- '
                      'NO COMMITMENTS CARRIED IN'
           END-IF
      *
           OPEN OUTPUT NEW-FUNDING-FILE
           IF WS-FUNDNEW-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: NEW FUNDING POSITION FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-FUNDNEW-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              PERFORM E0000-CLOSE-FILES
              STOP RUN
           END-IF
           .

      ******************************************************************
       B0091-POST-FUNDING-POSITION.
      ******************************************************************

      *---------------------------------------------------------------*
      * A RECORD LAST WRITTEN FOR TONIGHT'S BUSINESS DATE IS FROM AN  *
      * EARLIER ATTEMPT AT THIS SAME RUN, SO ONLY WHAT CAME BEFORE IT *
      * COUNTS. OTHERWISE THE LAST RUN'S DOLLARS JOIN THE PRIOR ONES. *
      *---------------------------------------------------------------*
           MOVE FO-REGION-CODE   TO WS-FSK-REGION-CODE
           MOVE FO-ITEM-CATEGORY TO WS-FSK-ITEM-CATEGORY
           PERFORM X2000-FIND-FUND-ENTRY
      *
           IF WS-FUND-HOLD > ZERO
              IF FO-LAST-RUN-DATE = WS-DATE
                 MOVE FO-PRIOR-COMMITTED TO
                      WS-FUND-PRIOR (WS-FUND-HOLD)
              ELSE
                 COMPUTE WS-FUND-PRIOR (WS-FUND-HOLD) =
                         FO-PRIOR-COMMITTED + FO-LAST-RUN-COMMITTED
              END-IF
           END-IF
           .

      ******************************************************************
       B0095-OPEN-ALTERNATES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE ALTERNATE-WISH FILE RUNS THE WHOLE SEASON -- ADD          *
      * TONIGHT'S TO IT, STARTING IT ON THE FIRST NIGHT. IF IT WON'T  *
      * OPEN THE GIFTS STILL GO OUT; ONLY TONIGHT'S CHILDREN LOSE     *
      * THEIR EXCHANGE ALTERNATES.                                    *
      *---------------------------------------------------------------*
           SET  WS-ALTWISH-OPEN-NOT TO TRUE
      *
           OPEN EXTEND ALTERNATE-WISH-FILE
           IF WS-ALTWISH-FILE-STATUS = '35'
              OPEN OUTPUT ALTERNATE-WISH-FILE
           END-IF
      *
           IF WS-ALTWISH-FILE-STATUS = '00'
              SET  WS-ALTWISH-OPEN TO TRUE
           ELSE
              DISPLAY 'WARNING: ALTERNATE-WISH FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-ALTWISH-FILE-STATUS ') -- '
                      'NO EXCHANGE ALTERNATES KEPT TONIGHT'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-PROCESS-RECORDS.
      ******************************************************************
              END-IF
              MOVE WISH-REGION-CODE     TO
                   WS-CWISH-REGION (WS-CWISH-COUNT)
              MOVE WS-WISH-RECORD (1:58) TO
                   WS-CWISH-WISH   (WS-CWISH-COUNT)
              SET  WS-CWISH-OPEN (WS-CWISH-COUNT) TO TRUE
              MOVE SPACES               TO
                   WS-CWISH-REASON (WS-CWISH-COUNT)
           IF WS-AGE-YEARS >= WS-AGE-CUTOFF
              ADD 1 TO WS-AGE-EXCLUDED
           ELSE
              PERFORM C3050-CHECK-SPONSORSHIP
              IF WS-CHILD-SPONSORED
                 PERFORM C3700-WRITE-SPONSOR-ASSIGNMENT
              ELSE
                 PERFORM C3200-PICK-BEST-IN-STOCK
                 PERFORM C4000-LIST-UNFILLED-WISHES
                 IF WS-GIFT-PICKED AND WS-ALTWISH-OPEN
                    PERFORM C4300-WRITE-ALTERNATES
                 END-IF
              END-IF
           END-IF
      *
           MOVE ZERO TO WS-CWISH-COUNT
           .

      ******************************************************************
       C3050-CHECK-SPONSORSHIP.
      ******************************************************************

           SET WS-CHILD-SPONSORED-NOT TO TRUE
      *
           IF WS-SPONSHIP-OPEN
              MOVE WS-HOLD-CLIENT-ID TO SS-CLIENT-ID
              READ SPONSORSHIP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SS-SEASON-YEAR = WS-DATE (1:4)
                       AND (SS-STATUS = 'A' OR SS-STATUS = 'R')
                       SET WS-CHILD-SPONSORED TO TRUE
                    END-IF
              END-READ
           END-IF
           .

      ******************************************************************
       C3100-CHECK-AGE.
      ******************************************************************
              SET  WS-ITEM-AVAILABLE   TO TRUE
              MOVE IM-ITEM-NUMBER      TO WS-FOUND-ITEM-NUMBER
              PERFORM C3480-SELECT-EFFECTIVE-PRICE
              PERFORM C3490-TEST-FUNDING
           ELSE
              MOVE 'OUT OF STOCK'      TO WS-UNAVAIL-REASON
           END-IF
           END-IF
           .

      ******************************************************************
       C3490-TEST-FUNDING.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE GIFT IS CHARGED TO THE WISH'S REGION AND THE CATEGORY OF  *
      * THE ITEM ACTUALLY PULLED. WHEN THAT WOULD TAKE THE SEASON-TO- *
      * DATE COMMITMENT PAST THE ALLOCATION THE WISH IS PASSED OVER,  *
      * AND C3300 MOVES ON TO THE CHILD'S NEXT-PRIORITY WISH. LEAVES  *
      * THE ENTRY IN WS-FUND-HOLD FOR C3610.                          *
      *---------------------------------------------------------------*
           MOVE WS-CWISH-REGION (WS-CWISH-BEST) TO WS-FSK-REGION-CODE
           MOVE IM-ITEM-CATEGORY                TO WS-FSK-ITEM-CATEGORY
           PERFORM X2000-FIND-FUND-ENTRY
      *
           IF WS-FUND-HOLD > ZERO
              IF WS-FUND-ALLOCATED (WS-FUND-HOLD)
                 AND WS-FUND-PRIOR   (WS-FUND-HOLD)
                   + WS-FUND-TONIGHT (WS-FUND-HOLD)
                   + WS-ITEM-EFF-PRICE >
                     WS-FUND-ALLOCATION (WS-FUND-HOLD)
                 SET  WS-ITEM-UNAVAILABLE      TO TRUE
                 MOVE 'OVER FUNDING ALLOCATION' TO WS-UNAVAIL-REASON
                 ADD  1 TO WS-FUND-PASSED (WS-FUND-HOLD)
                           WS-FUNDING-PASSED
              END-IF
           END-IF
           .

      ******************************************************************
       C3500-WRITE-ASSIGNMENT.
      ******************************************************************
           ADD 1 TO WS-ASSIGNMENTS-WRITTEN
      *
           PERFORM C3600-POST-ALLOCATION
           PERFORM C3610-POST-FUNDING
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
       C3610-POST-FUNDING.
      ******************************************************************

           IF WS-FUND-HOLD > ZERO
              ADD WS-ITEM-EFF-PRICE TO WS-FUND-TONIGHT (WS-FUND-HOLD)
           END-IF
           .

      ******************************************************************
       C3700-WRITE-SPONSOR-ASSIGNMENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SPONSOR SHOPS FOR THE CHILD, SO NOTHING IS TESTED AGAINST *
      * STOCK OR ALLOCATED -- THE CHILD'S TOP THREE WISHES GO TO THE  *
      * SPONSOR AS THEY WERE ASKED FOR. THE REMAINING WISHES AREN'T   *
      * LISTED UNFILLED: THE CHILD IS PROVIDED FOR.                   *
      *---------------------------------------------------------------*
           MOVE SPACES              TO SPONSOR-GIFT-RECORD
           MOVE WS-HOLD-CLIENT-ID   TO SG-CLIENT-ID
           MOVE SS-SPONSOR-ID       TO SG-SPONSOR-ID
           MOVE WS-HOLD-CLIENT-NAME TO SG-CLIENT-NAME
           MOVE WS-HOLD-CLIENT-DOB  TO SG-CLIENT-DOB
           MOVE SS-CUTOFF-DATE      TO SG-CUTOFF-DATE
           MOVE WS-CWISH-REGION (1) TO SG-REGION-CODE
           MOVE WS-DATE             TO SG-RUN-DATE
      *
           PERFORM C3710-TAKE-SPONSOR-WISH
              VARYING WS-SG-IDX FROM 1 BY 1
              UNTIL WS-SG-IDX > 3
      *
           WRITE SPONSOR-GIFT-RECORD
           ADD 1 TO WS-SPONSOR-ASSIGNMENTS
           .

      ******************************************************************
       C3710-TAKE-SPONSOR-WISH.
      ******************************************************************

      *---------------------------------------------------------------*
      * SAME PRIORITY SEARCH AS C3300 -- LOWEST PRIORITY NUMBER       *
      * AMONG THE OPEN WISHES, TIES TO FILE ORDER                     *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-CWISH-BEST
           PERFORM VARYING WS-CWISH-IDX FROM 1 BY 1
                   UNTIL WS-CWISH-IDX > WS-CWISH-COUNT
              IF WS-CWISH-OPEN (WS-CWISH-IDX)
                 AND (WS-CWISH-BEST = ZERO
                      OR WS-CWISH-PRIORITY (WS-CWISH-IDX) <
                         WS-CWISH-PRIORITY (WS-CWISH-BEST))
                 MOVE WS-CWISH-IDX TO WS-CWISH-BEST
              END-IF
           END-PERFORM
      *
           IF WS-CWISH-BEST > ZERO
              MOVE WS-CWISH-ITEM     (WS-CWISH-BEST)
                                  TO SG-WISH-ITEM     (WS-SG-IDX)
              MOVE WS-CWISH-PRIORITY (WS-CWISH-BEST)
                                  TO SG-WISH-PRIORITY (WS-SG-IDX)
              SET  WS-CWISH-SPONSORED (WS-CWISH-BEST) TO TRUE
           END-IF
           .

      ******************************************************************
       C4000-LIST-UNFILLED-WISHES.
      ******************************************************************
           END-PERFORM
           .

      ******************************************************************
       C4300-WRITE-ALTERNATES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE CHILD GOT A WAREHOUSE GIFT -- KEEP EVERY OTHER WISH, WITH *
      * ITS ORIGINAL PRIORITY, IN CASE THE GIFT COMES BACK FOR AN     *
      * EXCHANGE                                                      *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-CWISH-IDX FROM 1 BY 1
                   UNTIL WS-CWISH-IDX > WS-CWISH-COUNT
              IF NOT WS-CWISH-ASSIGNED (WS-CWISH-IDX)
                 MOVE SPACES              TO ALTERNATE-WISH-RECORD
                 MOVE WS-CWISH-WISH (WS-CWISH-IDX)
                                          TO AW-WISH
                 MOVE WS-DATE             TO AW-RUN-DATE
                 WRITE ALTERNATE-WISH-RECORD
                 ADD 1 TO WS-ALTERNATES-WRITTEN
              END-IF
           END-PERFORM
           .

      ******************************************************************
       C4100-WRITE-UNFILLED-LINE.
      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************

           PERFORM D0500-WRITE-FUNDING-REPORT
           PERFORM D0600-WRITE-FUNDING-POSITION
      *
           DISPLAY ' '
           DISPLAY 'GIFT SELECTION SUMMARY'
           DISPLAY '  WISH RECORDS READ:      ' WS-RECORDS-READ
           DISPLAY '  CLIENTS LEFT UNFILLED:  ' WS-CLIENTS-UNFILLED
           DISPLAY '  AGE-INELIGIBLE CLIENTS: ' WS-AGE-EXCLUDED
           DISPLAY '  WISHES LISTED UNFILLED: ' WS-WISHES-UNFILLED
           DISPLAY '  SPONSORED CHILDREN:     ' WS-SPONSOR-ASSIGNMENTS
           DISPLAY '  PASSED OVER FOR FUNDING:' WS-FUNDING-PASSED
           DISPLAY '  FUNDING LINES CARRIED:  ' WS-FUNDING-CARRIED
           DISPLAY '  EXCHANGE ALTERNATES:    ' WS-ALTERNATES-WRITTEN
      *
           PERFORM D0800-WRITE-AUDIT-LOG
           .

      ******************************************************************
       D0500-WRITE-FUNDING-REPORT.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LINE PER REGION AND CATEGORY IN KEY ORDER, A TOTAL AT     *
      * EACH REGION BREAK AND ONE FOR ALL REGIONS. ALLOCATED AND      *
      * REMAINING TOTALS COVER ONLY THE COMBINATIONS WITH AN          *
      * ALLOCATION; COMMITTED TOTALS COVER EVERYTHING.                *
      *---------------------------------------------------------------*
           MOVE WS-DATE (1:4) TO FUND-HDG-YYYY
           MOVE WS-DATE (5:2) TO FUND-HDG-MM
           MOVE WS-DATE (7:2) TO FUND-HDG-DD
           INITIALIZE WS-FUND-TOTALS
           MOVE LOW-VALUES    TO WS-FUND-PREV-REGION
      *
           IF WS-FUND-COUNT = ZERO
              PERFORM D0560-WRITE-FUNDING-HEADINGS
              MOVE SPACES TO FUNDING-REPORT-RECORD
              MOVE 'NO FUNDING ALLOCATIONS OR COMMITMENTS THIS SEASON'
                          TO FUNDING-REPORT-RECORD
              WRITE FUNDING-REPORT-RECORD
                 AFTER 1
           ELSE
              PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                      UNTIL WS-FUND-IDX > WS-FUND-COUNT
                 IF WS-FUND-REGION-CODE (WS-FUND-IDX) NOT =
                    WS-FUND-PREV-REGION
                    AND WS-FUND-PREV-REGION NOT = LOW-VALUES
                    PERFORM D0530-WRITE-REGION-TOTAL
                 END-IF
                 MOVE WS-FUND-REGION-CODE (WS-FUND-IDX) TO
                      WS-FUND-PREV-REGION
                 PERFORM D0510-WRITE-FUNDING-LINE
              END-PERFORM
      *
              PERFORM D0530-WRITE-REGION-TOTAL
              PERFORM D0540-WRITE-GRAND-TOTAL
           END-IF
           .

      ******************************************************************
       D0510-WRITE-FUNDING-LINE.
      ******************************************************************

           MOVE SPACES TO WS-FUNDING-DETAIL
           COMPUTE WS-FUND-COMMITTED = WS-FUND-PRIOR   (WS-FUND-IDX)
                                     + WS-FUND-TONIGHT (WS-FUND-IDX)
      *
           MOVE WS-FUND-REGION-CODE   (WS-FUND-IDX) TO FR-REGION-CODE
           MOVE WS-FUND-ITEM-CATEGORY (WS-FUND-IDX) TO FR-ITEM-CATEGORY
           MOVE WS-FUND-PRIOR         (WS-FUND-IDX) TO FR-PRIOR
           MOVE WS-FUND-TONIGHT       (WS-FUND-IDX) TO FR-TONIGHT
           MOVE WS-FUND-COMMITTED                   TO FR-COMMITTED
           MOVE WS-FUND-PASSED        (WS-FUND-IDX) TO FR-PASSED
      *
           IF WS-FUND-ALLOCATED (WS-FUND-IDX)
              COMPUTE WS-FUND-REMAINING =
                      WS-FUND-ALLOCATION (WS-FUND-IDX)
                    - WS-FUND-COMMITTED
              STRING WS-FUND-EFF-DATE (WS-FUND-IDX) (1:4) '-'
                     WS-FUND-EFF-DATE (WS-FUND-IDX) (5:2) '-'
                     WS-FUND-EFF-DATE (WS-FUND-IDX) (7:2)
                     DELIMITED BY SIZE INTO FR-EFFECTIVE-DATE
              MOVE WS-FUND-ALLOCATION (WS-FUND-IDX) TO FR-ALLOCATED
              MOVE WS-FUND-REMAINING                TO FR-REMAINING
              IF WS-FUND-REMAINING < ZERO
                 MOVE 'OVER ALLOCATION' TO FR-NOTE
              END-IF
              PERFORM VARYING WS-FTOT-IDX FROM 1 BY 1
                      UNTIL WS-FTOT-IDX > 2
                 ADD WS-FUND-ALLOCATION (WS-FUND-IDX) TO
                     WS-FTOT-ALLOCATION (WS-FTOT-IDX)
                 ADD WS-FUND-REMAINING TO
                     WS-FTOT-REMAINING  (WS-FTOT-IDX)
              END-PERFORM
           ELSE
              MOVE '          NONE' TO FR-ALLOCATED-X
              MOVE SPACES           TO FR-REMAINING-X
              MOVE 'NO ALLOCATION'  TO FR-NOTE
           END-IF
      *
           PERFORM VARYING WS-FTOT-IDX FROM 1 BY 1
                   UNTIL WS-FTOT-IDX > 2
              ADD WS-FUND-PRIOR   (WS-FUND-IDX) TO
                  WS-FTOT-PRIOR   (WS-FTOT-IDX)
              ADD WS-FUND-TONIGHT (WS-FUND-IDX) TO
                  WS-FTOT-TONIGHT (WS-FTOT-IDX)
              ADD WS-FUND-PASSED  (WS-FUND-IDX) TO
                  WS-FTOT-PASSED  (WS-FTOT-IDX)
           END-PERFORM
      *
           IF WS-FUND-LINE >= WS-LINES-PER-PAGE
              PERFORM D0560-WRITE-FUNDING-HEADINGS
           END-IF
      *
           WRITE FUNDING-REPORT-RECORD FROM WS-FUNDING-DETAIL
              AFTER 1
           ADD 1 TO WS-FUND-LINE
           .

      ******************************************************************
       D0530-WRITE-REGION-TOTAL.
      ******************************************************************

           MOVE SPACES TO FT-LABEL
           STRING '  REGION ' WS-FUND-PREV-REGION ' TOTAL'
                  DELIMITED BY SIZE INTO FT-LABEL
           MOVE 1      TO WS-FTOT-IDX
           PERFORM D0550-WRITE-TOTAL-LINE
      *
           INITIALIZE WS-FUND-TOTAL-ENTRY (1)
           .

      ******************************************************************
       D0540-WRITE-GRAND-TOTAL.
      ******************************************************************

           MOVE 'ALL REGIONS TOTAL' TO FT-LABEL
           MOVE 2                   TO WS-FTOT-IDX
           PERFORM D0550-WRITE-TOTAL-LINE
           .

      ******************************************************************
       D0550-WRITE-TOTAL-LINE.
      ******************************************************************

           MOVE WS-FTOT-ALLOCATION (WS-FTOT-IDX) TO FT-ALLOCATED
           MOVE WS-FTOT-PRIOR      (WS-FTOT-IDX) TO FT-PRIOR
           MOVE WS-FTOT-TONIGHT    (WS-FTOT-IDX) TO FT-TONIGHT
           COMPUTE FT-COMMITTED = WS-FTOT-PRIOR   (WS-FTOT-IDX)
                                + WS-FTOT-TONIGHT (WS-FTOT-IDX)
           MOVE WS-FTOT-REMAINING  (WS-FTOT-IDX) TO FT-REMAINING
           MOVE WS-FTOT-PASSED     (WS-FTOT-IDX) TO FT-PASSED
      *
           IF WS-FUND-LINE >= WS-LINES-PER-PAGE - 2
              PERFORM D0560-WRITE-FUNDING-HEADINGS
           END-IF
      *
           WRITE FUNDING-REPORT-RECORD FROM WS-FUNDING-TOTAL-LINE
              AFTER 2
           MOVE SPACES TO FUNDING-REPORT-RECORD
           WRITE FUNDING-REPORT-RECORD
              AFTER 1
           ADD 3 TO WS-FUND-LINE
           .

      ******************************************************************
       D0560-WRITE-FUNDING-HEADINGS.
      ******************************************************************

           ADD  1            TO WS-FUND-PAGE
           MOVE ZERO         TO WS-FUND-LINE
           MOVE WS-FUND-PAGE TO FUND-HDG-PAGE
      *
           WRITE FUNDING-REPORT-RECORD FROM WS-FUNDING-HEADING-1
              AFTER TOP-PAGE
           WRITE FUNDING-REPORT-RECORD FROM WS-FUNDING-HEADING-2
              AFTER 2
           WRITE FUNDING-REPORT-RECORD FROM WS-FUNDING-HEADING-3
              AFTER 1
           MOVE SPACES TO FUNDING-REPORT-RECORD
           WRITE FUNDING-REPORT-RECORD
              AFTER 1
           .

      ******************************************************************
       D0600-WRITE-FUNDING-POSITION.
      ******************************************************************

      *---------------------------------------------------------------*
      * CARRY EVERY COMBINATION WITH DOLLARS COMMITTED THIS SEASON    *
      * FORWARD TO THE NEXT RUN, TONIGHT'S DOLLARS KEPT SEPARATE.     *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
              IF WS-FUND-PRIOR   (WS-FUND-IDX) > ZERO
                 OR WS-FUND-TONIGHT (WS-FUND-IDX) > ZERO
                 MOVE SPACES TO NEW-FUNDING-RECORD
                 MOVE WS-FUND-REGION-CODE   (WS-FUND-IDX) TO
                      FN-REGION-CODE
                 MOVE WS-FUND-ITEM-CATEGORY (WS-FUND-IDX) TO
                      FN-ITEM-CATEGORY
                 MOVE WS-DATE (1:4)         TO FN-SEASON-YEAR
                 MOVE WS-FUND-PRIOR         (WS-FUND-IDX) TO
                      FN-PRIOR-COMMITTED
                 MOVE WS-DATE               TO FN-LAST-RUN-DATE
                 MOVE WS-FUND-TONIGHT       (WS-FUND-IDX) TO
                      FN-LAST-RUN-COMMITTED
                 WRITE NEW-FUNDING-RECORD
                 IF WS-FUNDNEW-FILE-STATUS = '00'
                    ADD 1 TO WS-FUNDING-CARRIED
                 ELSE
                    DISPLAY 'ERROR: FUNDING POSITION WRITE FAILED FOR '
                            'REGION ' FN-REGION-CODE ' CATEGORY '
                            FN-ITEM-CATEGORY ' (STATUS '
                            WS-FUNDNEW-FILE-STATUS ')'
                    MOVE 16 TO RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           .

      ******************************************************************
       D0800-WRITE-AUDIT-LOG.
      ******************************************************************
                 ITEM-MASTER
                 GIFT-FILE
                 UNFILLED-FILE
                 SPONSOR-GIFT-FILE
                 FUNDING-REPORT-FILE
                 NEW-FUNDING-FILE
      *
           IF WS-SPONSHIP-OPEN
              CLOSE SPONSORSHIP-FILE
           END-IF
      *
           IF WS-ALTWISH-OPEN
              CLOSE ALTERNATE-WISH-FILE
           END-IF
           .

      ******************************************************************
                 ADD 1 TO WS-RECORDS-READ
           END-READ
           .

      ******************************************************************
       X2000-FIND-FUND-ENTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * FIND THE ENTRY FOR WS-FUND-SEARCH-KEY, OR ADD ONE IN KEY      *
      * ORDER WITH NO ALLOCATION AND NOTHING COMMITTED. WS-FUND-HOLD  *
      * IS ZERO ONLY WHEN THE TABLE IS FULL.                          *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-FUND-HOLD
                        WS-FUND-INSERT
           PERFORM VARYING WS-FUND-IDX FROM 1 BY 1
                   UNTIL WS-FUND-IDX > WS-FUND-COUNT
                      OR WS-FUND-HOLD   > ZERO
                      OR WS-FUND-INSERT > ZERO
              IF WS-FUND-KEY (WS-FUND-IDX) = WS-FUND-SEARCH-KEY
                 MOVE WS-FUND-IDX TO WS-FUND-HOLD
              ELSE
                 IF WS-FUND-KEY (WS-FUND-IDX) > WS-FUND-SEARCH-KEY
                    MOVE WS-FUND-IDX TO WS-FUND-INSERT
                 END-IF
              END-IF
           END-PERFORM
      *
           IF WS-FUND-HOLD = ZERO
              IF WS-FUND-COUNT >= WS-FUND-TABLE-MAX
                 IF WS-FUND-FULL-WARNED = 'N'
                    DISPLAY 'WARNING: MORE THAN ' WS-FUND-TABLE-MAX
                            ' REGION/CATEGORY COMBINATIONS -- REGION '
                            WS-FSK-REGION-CODE ' CATEGORY '
                            WS-FSK-ITEM-CATEGORY ' AND LATER ONES '
                            'NOT FUNDING-CONTROLLED'
                    MOVE 'Y' TO WS-FUND-FULL-WARNED
                    MOVE 4   TO RETURN-CODE
                 END-IF
              ELSE
                 IF WS-FUND-INSERT = ZERO
                    COMPUTE WS-FUND-INSERT = WS-FUND-COUNT + 1
                 END-IF
                 PERFORM VARYING WS-FUND-IDX FROM WS-FUND-COUNT BY -1
                         UNTIL WS-FUND-IDX < WS-FUND-INSERT
                    MOVE WS-FUND-ENTRY (WS-FUND-IDX) TO
                         WS-FUND-ENTRY (WS-FUND-IDX + 1)
                 END-PERFORM
                 ADD  1                  TO WS-FUND-COUNT
                 MOVE WS-FUND-INSERT     TO WS-FUND-HOLD
                 MOVE WS-FUND-SEARCH-KEY TO WS-FUND-KEY (WS-FUND-HOLD)
                 SET  WS-FUND-UNALLOCATED (WS-FUND-HOLD) TO TRUE
                 MOVE ZERO TO WS-FUND-EFF-DATE   (WS-FUND-HOLD)
                              WS-FUND-ALLOCATION (WS-FUND-HOLD)
                              WS-FUND-PRIOR      (WS-FUND-HOLD)
                              WS-FUND-TONIGHT    (WS-FUND-HOLD)
                              WS-FUND-PASSED     (WS-FUND-HOLD)
              END-IF
           END-IF
           .
