      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   ROUTEBLD.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> DELIVERY ROUTE MANIFESTS: WALK THE GIFT        *
      *                FULFILLMENT STATUS FILE FOR EVERY GIFT SITTING *
      *                AT PACKED ('K'), JOIN EACH ONE TO ITS CLIENT'S *
      *                ADDRESS ON THE CLIENT MASTER, AND SORT THEM BY *
      *                POSTAL-CODE ZONE AND HOUSEHOLD. EACH HOUSEHOLD *
      *                IS ONE STOP; EACH GIFT IS ONE BOX. A ZONE IS   *
      *                CUT INTO DRIVER ROUTES OF NO MORE THAN THE     *
      *                STOP LIMIT (PARM, DEFAULT 25), ONE MANIFEST    *
      *                PER ROUTE WITH ITS STOP AND BOX COUNTS. A      *
      *                SIGN-OFF FILE IN FULPOST'S TRANSACTION LAYOUT  *
      *                CARRIES AN 'L' (LOADED) AND A 'D' (DELIVERED)  *
      *                LINE PER BOX, SO DISPATCH KEYS THE TRUCK BACK  *
      *                THROUGH FULPOST AS LOADED, THEN AS DELIVERED,  *
      *                STRIKING THE 'D' LINE OF ANY BOX NOT DROPPED.  *
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
           SELECT CLIENT-MASTER    ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT SORT-WORK-FILE   ASSIGN TO UT-S-SORTWK.
           SELECT MANIFEST-FILE    ASSIGN TO UT-S-MANIFEST.
           SELECT SIGNOFF-FILE     ASSIGN TO UT-S-SIGNOFF.
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
      * ITEM NUMBER, SEEDED BY FULLOAD AND MOVED ALONG BY FULPOST.    *
      * READ HERE IN KEY ORDER; ONLY PACKED GIFTS ARE ROUTED.         *
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
           05  FILLER                        PIC X(28).
      *
      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- INDEXED, KEYED ON              *
      * CM-CLIENT-ID, READ HERE BY KEY FOR EACH PACKED GIFT'S         *
      * DELIVERY ADDRESS AND HOUSEHOLD ID                             *
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
           05  FILLER                        PIC X(17).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- ONE RECORD PER PACKED BOX, KEYED BY ZONE,   *
      * POSTAL CODE AND HOUSEHOLD SO EACH FAMILY'S BOXES COME OFF THE *
      * SORT TOGETHER AS ONE STOP. THE ADDRESS RIDES ALONG SO THE     *
      * OUTPUT SIDE NEVER TOUCHES THE MASTER.                         *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-BOX-RECORD.
      *
       01  SD-BOX-RECORD.
           05  SD-ZONE                       PIC X(3).
           05  SD-POSTAL-CODE                PIC X(5).
           05  SD-HOUSEHOLD-ID               PIC X(5).
           05  SD-CLIENT-ID                  PIC X(5).
           05  SD-ITEM-NUMBER                PIC X(5).
           05  SD-CLIENT-NAME                PIC X(25).
           05  SD-STREET-ADDR                PIC X(18).
           05  SD-CITY                       PIC X(12).
           05  SD-STATE                      PIC X(2).
      *
       FD  MANIFEST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS MANIFEST-RECORD.
      *
       01  MANIFEST-RECORD                   PIC X(132).
      *
      *---------------------------------------------------------------*
      * DRIVER SIGN-OFF FILE -- FULPOST'S STATUS TRANSACTION LAYOUT,  *
      * PER BOX ONE 'L' LINE DATED TONIGHT FOLLOWED BY ONE 'D' LINE   *
      * WITH THE DATE LEFT BLANK, SO IT POSTS AS THE DAY FULPOST RUNS *
      * IT. THE ROUTE AND STOP RIDE IN THE TRANSACTION FILLER FOR     *
      * DISPATCH; FULPOST IGNORES THEM.                               *
      *---------------------------------------------------------------*
       FD  SIGNOFF-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SIGNOFF-RECORD.
      *
       01  SIGNOFF-RECORD.
           05  SO-CLIENT-ID                  PIC X(5).
           05  SO-ITEM-NUMBER                PIC X(5).
           05  SO-NEW-STATUS                 PIC X.
           05  SO-STATUS-DATE                PIC 9(8).
           05  SO-ROUTE-ID                   PIC X(6).
           05  SO-STOP-NUMBER                PIC 9(3).
           05  FILLER                        PIC X(52).
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
          05 WS-ADDR-FOUND-SW               PIC X.
             88 WS-ADDR-FOUND                         VALUE 'Y'.
             88 WS-ADDR-FOUND-NOT                     VALUE 'N'.
          05 WS-IN-ROUTE-SW                 PIC X.
             88 WS-IN-ROUTE                           VALUE 'Y'.
             88 WS-IN-ROUTE-NOT                       VALUE 'N'.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-RECORDS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-BOXES-ROUTED                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-BOXES-HELD                  PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-STOPS-ROUTED                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ROUTES-CUT                  PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ROUTE-STOPS                 PIC S9(3) COMP-3 VALUE ZERO.
          05 WS-ROUTE-BOXES                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ROUTE-SEQ                   PIC S9(3) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-ZONE                   PIC X(3).
          05 WS-PREV-POSTAL-CODE            PIC X(5).
          05 WS-PREV-HOUSEHOLD-ID           PIC X(5).
          05 WS-ROUTE-ID.
             10 WS-ROUTE-ZONE               PIC X(3).
             10 FILLER                      PIC X     VALUE '-'.
             10 WS-ROUTE-NUMBER             PIC 99.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * MOST STOPS ONE DRIVER TAKES -- FROM THE PARM WHEN ONE IS      *
      * GIVEN, OTHERWISE THE DEFAULT. A ZONE WITH MORE HOUSEHOLDS     *
      * THAN THIS IS CUT INTO SEVERAL ROUTES.                         *
      *---------------------------------------------------------------*
       01 WS-MAX-STOPS                      PIC S9(3) PACKED-DECIMAL
                                                      VALUE +25.
      *
      *---------------------------------------------------------------*
      * ROUTE SUMMARY TABLE FOR THE DISPATCH PAGE AT THE END          *
      *---------------------------------------------------------------*
       01 WS-ROUTE-TABLE-MAX                PIC S9(4) BINARY VALUE +300.
       01 WS-ROUTE-COUNT                    PIC S9(4) BINARY VALUE ZERO.
       01 WS-ROUTE-IDX                      PIC S9(4) BINARY.
       01 WS-ROUTE-TABLE.
          05 WS-ROUTE-ENTRY OCCURS 300 TIMES.
             10 WS-RT-ROUTE-ID              PIC X(6).
             10 WS-RT-STOPS                 PIC S9(3) COMP-3.
             10 WS-RT-BOXES                 PIC S9(5) COMP-3.
      *
       01 WS-MANIFEST-HEADING-1.
          05 MAN-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 MAN-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 MAN-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(38) VALUE
             'DELIVERY ROUTE MANIFEST'.
          05 FILLER                         PIC X(46) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 MAN-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-MANIFEST-HEADING-2.
          05 FILLER                         PIC X(7)  VALUE 'ROUTE:'.
          05 MAN-HDG-ROUTE-ID               PIC X(6).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(14) VALUE
             'POSTAL ZONE:'.
          05 MAN-HDG-ZONE                   PIC X(3).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE 'DRIVER:'.
          05 FILLER                         PIC X(30) VALUE ALL '_'.
          05 FILLER                         PIC X(54) VALUE SPACES.
      *
       01 WS-MANIFEST-HEADING-3.
          05 FILLER                         PIC X(6)  VALUE 'STOP'.
          05 FILLER                         PIC X(11) VALUE
             'HOUSEHOLD'.
          05 FILLER                         PIC X(20) VALUE
             'STREET'.
          05 FILLER                         PIC X(14) VALUE 'CITY'.
          05 FILLER                         PIC X(8)  VALUE 'POSTAL'.
          05 FILLER                         PIC X(8)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(27) VALUE 'NAME'.
          05 FILLER                         PIC X(7)  VALUE 'ITEM'.
          05 FILLER                         PIC X(31) VALUE
             'DROPPED  RECEIVED BY'.
      *
       01 WS-STOP-LINE.
          05 STOP-NUMBER                    PIC ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 STOP-HOUSEHOLD-ID              PIC X(5).
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 STOP-STREET-ADDR               PIC X(18).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 STOP-CITY                      PIC X(12).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 STOP-POSTAL-CODE               PIC X(5).
          05 FILLER                         PIC X(76) VALUE SPACES.
      *
       01 WS-BOX-LINE.
          05 FILLER                         PIC X(65) VALUE SPACES.
          05 BOX-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 BOX-CLIENT-NAME                PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 BOX-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(5)  VALUE '[ ]'.
          05 FILLER                         PIC X(18) VALUE ALL '_'.
      *
       01 WS-ROUTE-TOTAL-LINE.
          05 FILLER                         PIC X(20) VALUE
             '*** ROUTE TOTAL ***'.
          05 FILLER                         PIC X(7)  VALUE 'STOPS'.
          05 RTOT-STOPS                     PIC ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'BOXES'.
          05 RTOT-BOXES                     PIC ZZ,ZZ9.
          05 FILLER                         PIC X(84) VALUE SPACES.
      *
       01 WS-ROUTE-SIGN-LINE.
          05 FILLER                         PIC X(18) VALUE
             'DRIVER SIGNATURE'.
          05 FILLER                         PIC X(30) VALUE ALL '_'.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(11) VALUE
             'DATE OUT'.
          05 FILLER                         PIC X(12) VALUE ALL '_'.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(11) VALUE
             'DATE BACK'.
          05 FILLER                         PIC X(12) VALUE ALL '_'.
          05 FILLER                         PIC X(28) VALUE SPACES.
      *
       01 WS-SUMMARY-HEADING-1.
          05 SUM-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 SUM-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 SUM-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(93) VALUE
             'DELIVERY ROUTE DISPATCH SUMMARY'.
      *
       01 WS-SUMMARY-HEADING-2.
          05 FILLER                         PIC X(10) VALUE 'ROUTE'.
          05 FILLER                         PIC X(10) VALUE 'STOPS'.
          05 FILLER                         PIC X(112) VALUE 'BOXES'.
      *
       01 WS-SUMMARY-DETAIL.
          05 SUM-ROUTE-ID                   PIC X(6).
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 SUM-STOPS                      PIC ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 SUM-BOXES                      PIC ZZ,ZZ9.
          05 FILLER                         PIC X(108) VALUE SPACES.
      *
       01 WS-SUMMARY-TOTAL.
          05 FILLER                         PIC X(10) VALUE 'TOTAL'.
          05 SUMT-STOPS                     PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUMT-BOXES                     PIC ZZ,ZZ9.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE 'ROUTES'.
          05 SUMT-ROUTES                    PIC ZZ,ZZ9.
          05 FILLER                         PIC X(89) VALUE SPACES.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-MAX-STOPS                PIC 9(3).
             10 LS-MAX-STOPS-X REDEFINES LS-MAX-STOPS
                                            PIC X(3).
             10 FILLER                      PIC X(97).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * RESEQUENCE THE PACKED GIFTS BY ZONE AND HOUSEHOLD AND CUT THE *
      * ROUTES OFF THE SORTED BOXES                                   *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-ZONE
                               SD-POSTAL-CODE
                               SD-HOUSEHOLD-ID
                               SD-CLIENT-ID
                               SD-ITEM-NUMBER
              INPUT  PROCEDURE IS C0000-SELECT-PACKED-GIFTS
              OUTPUT PROCEDURE IS D0000-WRITE-MANIFESTS
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
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
           IF LS-PARM-LENGTH >= +3
              AND LS-MAX-STOPS-X IS NUMERIC
              AND LS-MAX-STOPS > ZERO
              MOVE LS-MAX-STOPS TO WS-MAX-STOPS
           END-IF
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO MAN-HDG-YYYY
                                 SUM-HDG-YYYY
           MOVE WS-DATE (5:2) TO MAN-HDG-MM
                                 SUM-HDG-MM
           MOVE WS-DATE (7:2) TO MAN-HDG-DD
                                 SUM-HDG-DD
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

      *---------------------------------------------------------------*
      * NO STATUS FILE MEANS NOTHING IS PACKED -- SAY SO AND END      *
      * CLEANLY, THE SAME AS THE STALLED-GIFT REPORT. WITHOUT THE     *
      * CLIENT MASTER THERE ARE NO ADDRESSES TO ROUTE TO, SO THAT     *
      * ONE ABORTS.                                                   *
      *---------------------------------------------------------------*
           OPEN INPUT FULFILL-MASTER
           IF WS-FULFILL-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: FULFILL MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-FULFILL-FILE-STATUS ') -- '
                      'NO MANIFESTS PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE FULFILL-MASTER
              STOP RUN
           END-IF
      *
           OPEN OUTPUT MANIFEST-FILE
                       SIGNOFF-FILE
           .

      ******************************************************************
       C0000-SELECT-PACKED-GIFTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE SORT RECORD PER GIFT SITTING AT PACKED. ANYTHING EARLIER  *
      * ISN'T READY FOR A TRUCK, AND ANYTHING LATER IS ALREADY ON ONE *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-RECORD
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF FS-STATUS = 'K'
                 PERFORM C1000-RELEASE-ONE-BOX
              END-IF
              PERFORM X1000-READ-RECORD
           END-PERFORM
           .

      ******************************************************************
       C1000-RELEASE-ONE-BOX.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CLIENT THE MASTER CAN'T ADDRESS CAN'T GO ON A TRUCK -- THE  *
      * BOX IS HELD AT THE WAREHOUSE AND NAMED ON THE JOB LOG SO THE  *
      * ADDRESS CAN BE FIXED THROUGH CLIENTMNT BEFORE THE NEXT RUN.   *
      * A CLIENT WITH NO HOUSEHOLD ID IS THEIR OWN HOUSEHOLD.         *
      *---------------------------------------------------------------*
           PERFORM X2000-FIND-CLIENT-MASTER
      *
           IF WS-ADDR-FOUND-NOT
              DISPLAY 'WARNING: NO DELIVERY ADDRESS FOR CLIENT '
                      FS-CLIENT-ID ' ITEM ' FS-ITEM-NUMBER
                      ' -- BOX HELD'
              ADD 1 TO WS-BOXES-HELD
           ELSE
              MOVE SPACES             TO SD-BOX-RECORD
              MOVE CM-POSTAL-CODE (1:3)
                                      TO SD-ZONE
              MOVE CM-POSTAL-CODE     TO SD-POSTAL-CODE
              IF CM-HOUSEHOLD-ID NOT = SPACES
                 MOVE CM-HOUSEHOLD-ID TO SD-HOUSEHOLD-ID
              ELSE
                 MOVE FS-CLIENT-ID    TO SD-HOUSEHOLD-ID
              END-IF
              MOVE FS-CLIENT-ID       TO SD-CLIENT-ID
              MOVE FS-ITEM-NUMBER     TO SD-ITEM-NUMBER
              MOVE FS-CLIENT-NAME     TO SD-CLIENT-NAME
              MOVE CM-STREET-ADDR     TO SD-STREET-ADDR
              MOVE CM-CITY            TO SD-CITY
              MOVE CM-STATE           TO SD-STATE
      *
              RELEASE SD-BOX-RECORD
           END-IF
           .

      ******************************************************************
       D0000-WRITE-MANIFESTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * CONSUME THE SORTED BOXES WITH A CONTROL BREAK ON ZONE (NEW    *
      * ROUTE) AND ON POSTAL CODE/HOUSEHOLD (NEW STOP). A ROUTE THAT  *
      * HAS REACHED THE STOP LIMIT IS CLOSED OFF AND THE NEXT STOP    *
      * STARTS THE ZONE'S NEXT ROUTE.                                 *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS  TO TRUE
           SET  WS-IN-ROUTE-NOT      TO TRUE
           MOVE LOW-VALUES           TO WS-PREV-ZONE
                                        WS-PREV-POSTAL-CODE
                                        WS-PREV-HOUSEHOLD-ID
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-IN-ROUTE
                       PERFORM D3000-FINISH-ROUTE
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-SORTED-BOX
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-SORTED-BOX.
      ******************************************************************

           EVALUATE TRUE
              WHEN SD-ZONE NOT = WS-PREV-ZONE
                 IF WS-IN-ROUTE
                    PERFORM D3000-FINISH-ROUTE
                 END-IF
                 MOVE ZERO    TO WS-ROUTE-SEQ
                 PERFORM D2000-START-ROUTE
                 PERFORM D2500-START-STOP
              WHEN SD-POSTAL-CODE  NOT = WS-PREV-POSTAL-CODE
                OR SD-HOUSEHOLD-ID NOT = WS-PREV-HOUSEHOLD-ID
                 IF WS-ROUTE-STOPS >= WS-MAX-STOPS
                    PERFORM D3000-FINISH-ROUTE
                    PERFORM D2000-START-ROUTE
                 END-IF
                 PERFORM D2500-START-STOP
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D4000-WRITE-HEADINGS
           END-IF
      *
           MOVE SD-CLIENT-ID   TO BOX-CLIENT-ID
           MOVE SD-CLIENT-NAME TO BOX-CLIENT-NAME
           MOVE SD-ITEM-NUMBER TO BOX-ITEM-NUMBER
           WRITE MANIFEST-RECORD FROM WS-BOX-LINE
              AFTER 1
           ADD 1 TO WS-LINE
      *
           MOVE SPACES         TO SIGNOFF-RECORD
           MOVE SD-CLIENT-ID   TO SO-CLIENT-ID
           MOVE SD-ITEM-NUMBER TO SO-ITEM-NUMBER
           MOVE 'L'            TO SO-NEW-STATUS
           MOVE WS-DATE        TO SO-STATUS-DATE
           MOVE WS-ROUTE-ID    TO SO-ROUTE-ID
           MOVE WS-ROUTE-STOPS TO SO-STOP-NUMBER
           WRITE SIGNOFF-RECORD
      *
           MOVE SPACES         TO SIGNOFF-RECORD
           MOVE SD-CLIENT-ID   TO SO-CLIENT-ID
           MOVE SD-ITEM-NUMBER TO SO-ITEM-NUMBER
           MOVE 'D'            TO SO-NEW-STATUS
           MOVE WS-ROUTE-ID    TO SO-ROUTE-ID
           MOVE WS-ROUTE-STOPS TO SO-STOP-NUMBER
           WRITE SIGNOFF-RECORD
      *
           ADD 1 TO WS-ROUTE-BOXES
                    WS-BOXES-ROUTED
           .

      ******************************************************************
       D2000-START-ROUTE.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE MANIFEST PER ROUTE -- EACH STARTS A FRESH SHEET. THE      *
      * ROUTE ID IS THE ZONE PLUS THE ROUTE'S SEQUENCE WITHIN IT.     *
      *---------------------------------------------------------------*
           SET  WS-IN-ROUTE       TO TRUE
           ADD  1                 TO WS-ROUTE-SEQ
                                     WS-ROUTES-CUT
           MOVE ZERO              TO WS-ROUTE-STOPS
                                     WS-ROUTE-BOXES
           MOVE SD-ZONE           TO WS-ROUTE-ZONE
                                     WS-PREV-ZONE
           MOVE WS-ROUTE-SEQ      TO WS-ROUTE-NUMBER
           MOVE WS-LINES-PER-PAGE TO WS-LINE
           .

      ******************************************************************
       D2500-START-STOP.
      ******************************************************************

           ADD  1                 TO WS-ROUTE-STOPS
                                     WS-STOPS-ROUTED
           MOVE SD-POSTAL-CODE    TO WS-PREV-POSTAL-CODE
           MOVE SD-HOUSEHOLD-ID   TO WS-PREV-HOUSEHOLD-ID
      *
           IF WS-LINE >= WS-LINES-PER-PAGE - 1
              PERFORM D4000-WRITE-HEADINGS
           END-IF
      *
           MOVE WS-ROUTE-STOPS    TO STOP-NUMBER
           MOVE SD-HOUSEHOLD-ID   TO STOP-HOUSEHOLD-ID
           MOVE SD-STREET-ADDR    TO STOP-STREET-ADDR
           MOVE SD-CITY           TO STOP-CITY
           MOVE SD-POSTAL-CODE    TO STOP-POSTAL-CODE
           WRITE MANIFEST-RECORD FROM WS-STOP-LINE
              AFTER 2
           ADD 2 TO WS-LINE
           .

      ******************************************************************
       D3000-FINISH-ROUTE.
      ******************************************************************

      *---------------------------------------------------------------*
      * ROUTE TOTALS AND THE DRIVER'S SIGN-OFF BLOCK, THEN REMEMBER   *
      * THE ROUTE FOR THE DISPATCH SUMMARY                            *
      *---------------------------------------------------------------*
           MOVE WS-ROUTE-STOPS TO RTOT-STOPS
           MOVE WS-ROUTE-BOXES TO RTOT-BOXES
           WRITE MANIFEST-RECORD FROM WS-ROUTE-TOTAL-LINE
              AFTER 3
           WRITE MANIFEST-RECORD FROM WS-ROUTE-SIGN-LINE
              AFTER 3
      *
           IF WS-ROUTE-COUNT < WS-ROUTE-TABLE-MAX
              ADD  1              TO WS-ROUTE-COUNT
              MOVE WS-ROUTE-ID    TO WS-RT-ROUTE-ID (WS-ROUTE-COUNT)
              MOVE WS-ROUTE-STOPS TO WS-RT-STOPS (WS-ROUTE-COUNT)
              MOVE WS-ROUTE-BOXES TO WS-RT-BOXES (WS-ROUTE-COUNT)
           ELSE
              DISPLAY 'WARNING: MORE THAN ' WS-ROUTE-TABLE-MAX
                      ' ROUTES -- ROUTE ' WS-ROUTE-ID
                      ' LEFT OFF THE DISPATCH SUMMARY'
           END-IF
      *
           SET  WS-IN-ROUTE-NOT TO TRUE
           .

      ******************************************************************
       D4000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1             TO WS-PAGE
           MOVE ZERO          TO WS-LINE
           MOVE WS-PAGE       TO MAN-HDG-PAGE
           MOVE WS-ROUTE-ID   TO MAN-HDG-ROUTE-ID
           MOVE WS-ROUTE-ZONE TO MAN-HDG-ZONE
      *
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-HEADING-1
              AFTER TOP-PAGE
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-HEADING-2
              AFTER 2
           WRITE MANIFEST-RECORD FROM WS-MANIFEST-HEADING-3
              AFTER 2
           MOVE 5 TO WS-LINE
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

      *---------------------------------------------------------------*
      * DISPATCH SUMMARY -- ONE LINE PER ROUTE ON ITS OWN PAGE, SO    *
      * THE DISPATCHER CAN HAND OUT MANIFESTS AND BALANCE THE BOXES   *
      * LEAVING THE DOCK AGAINST THE SIGN-OFF FILE                    *
      *---------------------------------------------------------------*
           WRITE MANIFEST-RECORD FROM WS-SUMMARY-HEADING-1
              AFTER TOP-PAGE
           WRITE MANIFEST-RECORD FROM WS-SUMMARY-HEADING-2
              AFTER 2
      *
           PERFORM VARYING WS-ROUTE-IDX FROM 1 BY 1
                   UNTIL WS-ROUTE-IDX > WS-ROUTE-COUNT
              MOVE WS-RT-ROUTE-ID (WS-ROUTE-IDX) TO SUM-ROUTE-ID
              MOVE WS-RT-STOPS (WS-ROUTE-IDX)    TO SUM-STOPS
              MOVE WS-RT-BOXES (WS-ROUTE-IDX)    TO SUM-BOXES
              WRITE MANIFEST-RECORD FROM WS-SUMMARY-DETAIL
                 AFTER 1
           END-PERFORM
      *
           MOVE WS-STOPS-ROUTED TO SUMT-STOPS
           MOVE WS-BOXES-ROUTED TO SUMT-BOXES
           MOVE WS-ROUTES-CUT   TO SUMT-ROUTES
           WRITE MANIFEST-RECORD FROM WS-SUMMARY-TOTAL
              AFTER 2
      *
           DISPLAY ' '
           DISPLAY 'DELIVERY ROUTE RUN SUMMARY'
           DISPLAY '  STATUS RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY '  ROUTES CUT:           ' WS-ROUTES-CUT
           DISPLAY '  STOPS ROUTED:         ' WS-STOPS-ROUTED
           DISPLAY '  BOXES ROUTED:         ' WS-BOXES-ROUTED
           DISPLAY '  BOXES HELD (NO ADDR): ' WS-BOXES-HELD
      *
           IF WS-BOXES-HELD > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE FULFILL-MASTER
                 CLIENT-MASTER
                 MANIFEST-FILE
                 SIGNOFF-FILE
           .

      ******************************************************************
       X1000-READ-RECORD.
      ******************************************************************

           READ FULFILL-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
           END-READ
           .

      ******************************************************************
       X2000-FIND-CLIENT-MASTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE CLIENT STRAIGHT OFF THE INDEXED MASTER BY KEY. A     *
      * BOX IS ROUTABLE ONLY WHEN BOTH A STREET AND A POSTAL CODE     *
      * ARE ON FILE.                                                  *
      *---------------------------------------------------------------*
           SET WS-ADDR-FOUND-NOT TO TRUE
      *
           MOVE FS-CLIENT-ID TO CM-CLIENT-ID
           READ CLIENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CM-STREET-ADDR NOT = SPACES
                    AND CM-POSTAL-CODE NOT = SPACES
                    SET WS-ADDR-FOUND TO TRUE
                 END-IF
           END-READ
           .
