      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   FAMINQ.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> FAMILY / HOUSEHOLD INQUIRY: FOR EACH INQUIRY   *
      *                CARD (A CLIENT ID OR A HOUSEHOLD ID) PRINT ONE *
      *                PAGE COVERING EVERY CHILD IN THE HOUSEHOLD --  *
      *                NAME, DOB AND ENROLLMENT STATUS OFF THE CLIENT *
      *                MASTER, TONIGHT'S WISHES WITH PRIORITY, THE    *
      *                GIFT GIFTSEL ASSIGNED (OR THE SPONSOR WHO      *
      *                ADOPTED THE CHILD), THE FULFILLMENT STATUS BY  *
      *                KEYED READ OF FULFILL, WHAT THE CHILD RECEIVED *
      *                IN PRIOR SEASONS OFF HISTORY, AND ANY OPEN     *
      *                EXCEPTIONS OR NOTIFICATION EVENTS. RUN ON      *
      *                DEMAND WHEN A FAMILY CALLS -- THE VOLUNTEER ON *
      *                THE PHONE NO LONGER CHECKS FIVE LISTINGS.      *
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
           SELECT INQUIRY-TRANS    ASSIGN TO UT-S-INQTRN.
           SELECT CLIENT-MASTER    ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT ITEM-MASTER      ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-ITEMMST-FILE-STATUS.
           SELECT FULFILL-MASTER   ASSIGN TO FULFILL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FS-STATUS-KEY
                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT WISH-FILE        ASSIGN TO UT-S-WISH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WISH-FILE-STATUS.
           SELECT GIFT-FILE        ASSIGN TO UT-S-GIFTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-GIFT-FILE-STATUS.
           SELECT SPONSOR-GIFT-FILE ASSIGN TO UT-S-SPONGIFT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SPONGIFT-FILE-STATUS.
           SELECT HISTORY-FILE     ASSIGN TO UT-S-HISTORY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT NOTIFY-EVENT-FILE ASSIGN TO UT-S-EVENTS
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-EVENTS-FILE-STATUS.
           SELECT INQUIRY-REPORT   ASSIGN TO UT-S-INQRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * INQUIRY CARDS -- ONE PER FAMILY ASKED ABOUT.                  *
      * IQ-INQUIRY-TYPE: 'C' = BY CLIENT ID (THE WHOLE HOUSEHOLD THE  *
      * CLIENT BELONGS TO IS SHOWN), 'H' = BY HOUSEHOLD ID.           *
      *---------------------------------------------------------------*
       FD  INQUIRY-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQUIRY-RECORD.
      *
       01  INQUIRY-RECORD.
           05  IQ-INQUIRY-TYPE               PIC X.
           05  IQ-INQUIRY-ID                 PIC X(5).
           05  FILLER                        PIC X(74).
      *
      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- BROWSED IN KEY ORDER, ONCE TO  *
      * FIND THE HOUSEHOLD OF EACH CLIENT ASKED ABOUT AND ONCE MORE   *
      * TO GATHER EVERY CHILD IN THOSE HOUSEHOLDS                     *
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
      * GIFT CATALOG -- READ BY KEY FOR ITEM DESCRIPTIONS ONLY        *
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
      * FULFILLMENT STATUS MASTER -- KEYED ON CLIENT ID + ITEM        *
      * NUMBER. FS-STATUS: 'A' ASSIGNED, 'P' PICKED, 'K' PACKED,      *
      * 'L' LOADED, 'D' DELIVERED, 'R' RETURNED BY THE FAMILY (WITH   *
      * THE DISPOSITION: 'S' RESTOCKED, 'D' DAMAGED, 'X' EXCHANGED).  *
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
      * LAST NIGHT'S RESOLVED WISH-FILE                               *
      *---------------------------------------------------------------*
       FD  WISH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WISH-RECORD.
      *
       01  WISH-RECORD.
           05  FILLER                       PIC X(80).
      *
      *---------------------------------------------------------------*
      * LAST NIGHT'S GIFT ASSIGNMENTS OFF GIFTSEL -- ONE PER CLIENT   *
      *---------------------------------------------------------------*
       FD  GIFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS GIFT-RECORD.
      *
       01  GIFT-RECORD.
           05  GA-CLIENT-ID                  PIC X(5).
           05  GA-CLIENT-NAME                PIC X(25).
           05  GA-ITEM-NUMBER                PIC X(5).
           05  GA-ITEM-COST                  PIC 9(7)V99.
           05  GA-PRIORITY                   PIC 9.
           05  GA-REGION-CODE                PIC X.
           05  GA-RUN-DATE                   PIC 9(8).
           05  FILLER                        PIC X(26).
      *
      *---------------------------------------------------------------*
      * LAST NIGHT'S SPONSOR ASSIGNMENTS -- A CHILD ADOPTED BY A      *
      * SPONSOR GETS ONE OF THESE INSTEAD OF A GIFT RECORD            *
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
      * CUMULATIVE SEASON HISTORY MASTER (SEASROLL). ONLY OUTCOME 'A' *
      * -- THE GIFT THE CHILD ACTUALLY RECEIVED -- IS SHOWN.          *
      *---------------------------------------------------------------*
       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HISTORY-RECORD.
      *
       01  HISTORY-RECORD.
           05  HS-SEASON-YEAR                PIC 9(4).
           05  HS-CLIENT-ID                  PIC X(5).
           05  HS-CLIENT-NAME                PIC X(25).
           05  HS-ITEM-NUMBER                PIC X(5).
           05  HS-ITEM-COST                  PIC 9(7)V99.
           05  HS-OUTCOME                    PIC X.
           05  FILLER                        PIC X(31).
      *
      *---------------------------------------------------------------*
      * LAST NIGHT'S NOTIFICATION EVENTS OFF INTFUNC. NE-EVENT-TYPE:  *
      * 'SUB' SUBSTITUTED GIFT, 'PRC' PRICE RESOLVED, 'BUD' OVER THE  *
      * BUDGET LIMIT, 'EXC' EXCEPTION NEEDING REVIEW.                 *
      *---------------------------------------------------------------*
       FD  NOTIFY-EVENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NOTIFY-EVENT-RECORD.
      *
       01  NOTIFY-EVENT-RECORD.
           05  NE-CLIENT-ID                   PIC X(5).
           05  NE-CLIENT-NAME                 PIC X(25).
           05  NE-EVENT-TYPE                  PIC X(4).
           05  NE-OLD-ITEM                    PIC X(5).
           05  NE-NEW-ITEM                    PIC X(5).
           05  NE-AMOUNT                      PIC S9(9)V99.
           05  NE-MESSAGE                     PIC X(30).
           05  FILLER                         PIC X(15).
      *
       FD  INQUIRY-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS INQUIRY-REPORT-RECORD.
      *
       01  INQUIRY-REPORT-RECORD             PIC X(132).
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
          05 WS-ITEMMST-AVAIL-SW            PIC X.
             88 WS-ITEMMST-AVAILABLE                  VALUE 'Y'.
             88 WS-ITEMMST-UNAVAILABLE                VALUE 'N'.
          05 WS-FULFILL-AVAIL-SW            PIC X.
             88 WS-FULFILL-AVAILABLE                  VALUE 'Y'.
             88 WS-FULFILL-UNAVAILABLE                VALUE 'N'.
          05 WS-WISH-AVAIL-SW               PIC X.
             88 WS-WISH-AVAILABLE                     VALUE 'Y'.
             88 WS-WISH-UNAVAILABLE                   VALUE 'N'.
          05 WS-GIFT-AVAIL-SW               PIC X.
             88 WS-GIFT-AVAILABLE                     VALUE 'Y'.
             88 WS-GIFT-UNAVAILABLE                   VALUE 'N'.
          05 WS-SPONGIFT-AVAIL-SW           PIC X.
             88 WS-SPONGIFT-AVAILABLE                 VALUE 'Y'.
             88 WS-SPONGIFT-UNAVAILABLE               VALUE 'N'.
          05 WS-HISTORY-AVAIL-SW            PIC X.
             88 WS-HISTORY-AVAILABLE                  VALUE 'Y'.
             88 WS-HISTORY-UNAVAILABLE                VALUE 'N'.
          05 WS-EVENTS-AVAIL-SW             PIC X.
             88 WS-EVENTS-AVAILABLE                   VALUE 'Y'.
             88 WS-EVENTS-UNAVAILABLE                 VALUE 'N'.
          05 WS-CLIENT-INQUIRY-SW           PIC X.
             88 WS-CLIENT-INQUIRY-PRESENT             VALUE 'Y'.
             88 WS-CLIENT-INQUIRY-ABSENT              VALUE 'N'.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-ITEMMST-FILE-STATUS            PIC XX.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-WISH-FILE-STATUS               PIC XX.
      *
       01 WS-GIFT-FILE-STATUS               PIC XX.
      *
       01 WS-SPONGIFT-FILE-STATUS           PIC XX.
      *
       01 WS-HISTORY-FILE-STATUS            PIC XX.
      *
       01 WS-EVENTS-FILE-STATUS             PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-INQUIRIES-READ              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-INQUIRIES-REJECTED          PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-INQUIRIES-NOT-FOUND         PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHILDREN-SHOWN              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HH-WISHES                   PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HH-GIFTS                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HH-DELIVERED                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HH-EXCEPTIONS               PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHILD-WISHES                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHILD-HISTORY               PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHILD-EVENTS                PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PRINT-LINE                  PIC X(132).
          05 WS-HOUSEHOLD-KEY               PIC X(5).
          05 WS-LOOKUP-ITEM                 PIC X(5).
          05 WS-LOOKUP-DESC                 PIC X(25).
          05 WS-EDIT-DATE-IN                PIC 9(8).
          05 WS-EDIT-DATE-OUT               PIC X(10).
          05 WS-TABLE-NAME                  PIC X(20).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
       01 WS-WISH-RECORD.
          05 WISH-CLIENT-ID                 PIC X(5).
          05 WISH-CLIENT-NAME               PIC X(25).
          05 WISH-CLIENT-DOB                PIC X(10).
          05 WISH-ITEM-NUMBER               PIC X(5).
          05 WISH-ITEM-COST                 PIC 9(7)V99.
          05 WISH-ITEM-COST-X REDEFINES WISH-ITEM-COST
                                            PIC X(9).
          05 WISH-NAUGHTY-RATING            PIC XX.
          05 WISH-REGION-CODE               PIC X.
          05 WISH-PRIORITY                  PIC 9.
          05 FILLER                         PIC X(22).
      *
      *---------------------------------------------------------------*
      * ONE ENTRY PER INQUIRY CARD ACCEPTED. WS-IQ-HOUSEHOLD IS THE   *
      * HOUSEHOLD TO SHOW: THE CARD'S ID FOR AN 'H' INQUIRY, THE      *
      * CLIENT'S HOUSEHOLD (OR THE CLIENT ALONE) FOR A 'C' INQUIRY.   *
      *---------------------------------------------------------------*
       01 WS-INQ-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +50.
       01 WS-INQ-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-INQ-IDX                        PIC S9(4) BINARY.
       01 WS-INQ-TABLE.
          05 WS-INQ-ENTRY OCCURS 50 TIMES.
             10 WS-IQ-TYPE                  PIC X.
             10 WS-IQ-ID                    PIC X(5).
             10 WS-IQ-HOUSEHOLD             PIC X(5).
             10 WS-IQ-FOUND-SW              PIC X.
                88 WS-IQ-FOUND                        VALUE 'Y'.
                88 WS-IQ-NOT-FOUND                    VALUE 'N'.
             10 WS-IQ-MEMBERS               PIC S9(4) BINARY.
      *
      *---------------------------------------------------------------*
      * ONE ENTRY PER CHILD PER INQUIRY, WITH LAST NIGHT'S GIFT OR    *
      * SPONSOR ASSIGNMENT POSTED AGAINST IT                          *
      *---------------------------------------------------------------*
       01 WS-MBR-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-MBR-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-MBR-IDX                        PIC S9(4) BINARY.
       01 WS-MBR-TABLE.
          05 WS-MBR-ENTRY OCCURS 500 TIMES.
             10 WS-MB-INQ-IDX               PIC S9(4) BINARY.
             10 WS-MB-CLIENT-ID             PIC X(5).
             10 WS-MB-CLIENT-NAME           PIC X(25).
             10 WS-MB-CLIENT-DOB            PIC X(10).
             10 WS-MB-ENROLL-STATUS         PIC X.
             10 WS-MB-STREET-ADDR           PIC X(18).
             10 WS-MB-CITY                  PIC X(12).
             10 WS-MB-STATE                 PIC X(2).
             10 WS-MB-POSTAL-CODE           PIC X(5).
             10 WS-MB-GIFT-ITEM             PIC X(5).
             10 WS-MB-GIFT-COST             PIC 9(7)V99.
             10 WS-MB-GIFT-PRIORITY         PIC 9.
             10 WS-MB-SPONSOR-ID            PIC X(5).
             10 WS-MB-SPONSOR-CUTOFF        PIC 9(8).
      *
       01 WS-WSH-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +2000.
       01 WS-WSH-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-WSH-IDX                        PIC S9(4) BINARY.
       01 WS-WSH-TABLE.
          05 WS-WSH-ENTRY OCCURS 2000 TIMES.
             10 WS-WL-MBR-IDX               PIC S9(4) BINARY.
             10 WS-WL-ITEM                  PIC X(5).
             10 WS-WL-COST                  PIC 9(7)V99.
             10 WS-WL-PRIORITY              PIC 9.
      *
       01 WS-HST-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +2000.
       01 WS-HST-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-HST-IDX                        PIC S9(4) BINARY.
       01 WS-HST-TABLE.
          05 WS-HST-ENTRY OCCURS 2000 TIMES.
             10 WS-HL-MBR-IDX               PIC S9(4) BINARY.
             10 WS-HL-SEASON-YEAR           PIC 9(4).
             10 WS-HL-ITEM                  PIC X(5).
             10 WS-HL-COST                  PIC 9(7)V99.
      *
       01 WS-EVT-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +1000.
       01 WS-EVT-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-EVT-IDX                        PIC S9(4) BINARY.
       01 WS-EVT-TABLE.
          05 WS-EVT-ENTRY OCCURS 1000 TIMES.
             10 WS-EV-MBR-IDX               PIC S9(4) BINARY.
             10 WS-EV-TYPE                  PIC X(4).
             10 WS-EV-OLD-ITEM              PIC X(5).
             10 WS-EV-NEW-ITEM              PIC X(5).
             10 WS-EV-AMOUNT                PIC S9(9)V99 COMP-3.
             10 WS-EV-MESSAGE               PIC X(30).
      *
       01 WS-INQ-HEADING-1.
          05 INQ-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 INQ-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 INQ-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'FAMILY / HOUSEHOLD INQUIRY'.
          05 FILLER                         PIC X(48) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 INQ-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-INQ-HOUSEHOLD-LINE.
          05 FILLER                         PIC X(10) VALUE
             'INQUIRY:'.
          05 INQ-HH-TYPE                    PIC X(10).
          05 INQ-HH-ID                      PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(11) VALUE
             'HOUSEHOLD'.
          05 INQ-HH-KEY                     PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(9)  VALUE
             'ADDRESS'.
          05 INQ-HH-STREET                  PIC X(18).
          05 FILLER                         PIC X     VALUE SPACES.
          05 INQ-HH-CITY                    PIC X(12).
          05 FILLER                         PIC X     VALUE SPACES.
          05 INQ-HH-STATE                   PIC X(2).
          05 FILLER                         PIC X     VALUE SPACES.
          05 INQ-HH-POSTAL                  PIC X(5).
          05 FILLER                         PIC X(36) VALUE SPACES.
      *
       01 WS-INQ-CHILD-LINE.
          05 FILLER                         PIC X(7)  VALUE 'CHILD'.
          05 INQ-CH-CLIENT-ID               PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 INQ-CH-NAME                    PIC X(25).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(5)  VALUE 'DOB'.
          05 INQ-CH-DOB                     PIC X(10).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE 'STATUS'.
          05 INQ-CH-STATUS                  PIC X(12).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 INQ-CH-NOTE                    PIC X(30).
          05 FILLER                         PIC X(18) VALUE SPACES.
      *
       01 WS-INQ-DETAIL.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 INQ-DET-LABEL                  PIC X(16).
          05 INQ-DET-ITEM                   PIC X(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 INQ-DET-DESC                   PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 INQ-DET-TAG                    PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 INQ-DET-AMOUNT                 PIC ZZ,ZZZ,ZZ9.99
                                                      BLANK WHEN ZERO.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 INQ-DET-TEXT                   PIC X(40).
          05 FILLER                         PIC X(11) VALUE SPACES.
      *
       01 WS-INQ-MESSAGE-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 INQ-MSG-TEXT                   PIC X(80).
          05 FILLER                         PIC X(48) VALUE SPACES.
      *
       01 WS-INQ-SUMMARY-LINE.
          05 FILLER                         PIC X(20) VALUE
             'HOUSEHOLD TOTALS:'.
          05 INQ-SUM-CHILDREN               PIC ZZ9.
          05 FILLER                         PIC X(11) VALUE
             ' CHILDREN'.
          05 INQ-SUM-WISHES                 PIC ZZ9.
          05 FILLER                         PIC X(9)  VALUE
             ' WISHES'.
          05 INQ-SUM-GIFTS                  PIC ZZ9.
          05 FILLER                         PIC X(17) VALUE
             ' GIFTS ASSIGNED'.
          05 INQ-SUM-DELIVERED              PIC ZZ9.
          05 FILLER                         PIC X(12) VALUE
             ' DELIVERED'.
          05 INQ-SUM-EXCEPTIONS             PIC ZZ9.
          05 FILLER                         PIC X(18) VALUE
             ' OPEN EXCEPTIONS'.
          05 FILLER                         PIC X(30) VALUE SPACES.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM C0000-LOAD-INQUIRIES
      *
           IF WS-INQ-COUNT > ZERO
              PERFORM C1000-RESOLVE-CLIENT-INQUIRIES
              PERFORM C2000-COLLECT-HOUSEHOLDS
              PERFORM C3000-LOAD-WISHES
              PERFORM C4000-LOAD-GIFTS
              PERFORM C4500-LOAD-SPONSOR-GIFTS
              PERFORM C5000-LOAD-HISTORY
              PERFORM C6000-LOAD-EVENTS
              PERFORM D0000-PRINT-INQUIRIES
           END-IF
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
           SET  WS-CLIENT-INQUIRY-ABSENT TO TRUE
           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO INQ-HDG-YYYY
           MOVE WS-DATE (5:2) TO INQ-HDG-MM
           MOVE WS-DATE (7:2) TO INQ-HDG-DD
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE CLIENT MASTER IS THE ONLY FILE THE INQUIRY CANNOT DO      *
      * WITHOUT. ANY OTHER SOURCE THAT WON'T OPEN IS LEFT OFF THE     *
      * PRINTOUT WITH A WARNING (AND A NOTE ON EACH PAGE) SO A CALL   *
      * CAN STILL BE ANSWERED FROM WHAT IS THERE.                     *
      *---------------------------------------------------------------*
           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE CLIENT-MASTER
      *
           OPEN INPUT  INQUIRY-TRANS
                OUTPUT INQUIRY-REPORT
      *
           SET  WS-ITEMMST-AVAILABLE TO TRUE
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMST-FILE-STATUS NOT = '00'
              SET WS-ITEMMST-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: ITEM-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-ITEMMST-FILE-STATUS ') -- '
                      'ITEM DESCRIPTIONS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           SET  WS-FULFILL-AVAILABLE TO TRUE
           OPEN INPUT FULFILL-MASTER
           IF WS-FULFILL-FILE-STATUS NOT = '00'
              SET WS-FULFILL-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: FULFILL MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-FULFILL-FILE-STATUS ') -- '
                      'FULFILLMENT STATUS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-LOAD-INQUIRIES.
      ******************************************************************

           PERFORM X1000-READ-INQUIRY
      *
           PERFORM UNTIL NO-MORE-RECORDS
              EVALUATE TRUE
                 WHEN IQ-INQUIRY-TYPE NOT = 'C'
                  AND IQ-INQUIRY-TYPE NOT = 'H'
                    DISPLAY 'REJECTED -- UNKNOWN INQUIRY TYPE '
                            IQ-INQUIRY-TYPE ' FOR ID ' IQ-INQUIRY-ID
                    ADD  1 TO WS-INQUIRIES-REJECTED
                    MOVE 4 TO RETURN-CODE
                 WHEN IQ-INQUIRY-ID = SPACES
                    DISPLAY 'REJECTED -- INQUIRY TYPE '
                            IQ-INQUIRY-TYPE ' KEYED WITHOUT AN ID'
                    ADD  1 TO WS-INQUIRIES-REJECTED
                    MOVE 4 TO RETURN-CODE
                 WHEN WS-INQ-COUNT >= WS-INQ-TABLE-MAX
                    MOVE 'INQUIRY CARDS' TO WS-TABLE-NAME
                    PERFORM X9000-TABLE-FULL
                 WHEN OTHER
                    ADD  1               TO WS-INQ-COUNT
                    MOVE IQ-INQUIRY-TYPE TO WS-IQ-TYPE (WS-INQ-COUNT)
                    MOVE IQ-INQUIRY-ID   TO WS-IQ-ID (WS-INQ-COUNT)
                    MOVE ZERO          TO WS-IQ-MEMBERS (WS-INQ-COUNT)
                    IF IQ-INQUIRY-TYPE = 'H'
                       MOVE IQ-INQUIRY-ID TO
                            WS-IQ-HOUSEHOLD (WS-INQ-COUNT)
                       SET  WS-IQ-FOUND (WS-INQ-COUNT) TO TRUE
                    ELSE
                       MOVE SPACES        TO
                            WS-IQ-HOUSEHOLD (WS-INQ-COUNT)
                       SET  WS-IQ-NOT-FOUND (WS-INQ-COUNT) TO TRUE
                       SET  WS-CLIENT-INQUIRY-PRESENT TO TRUE
                    END-IF
              END-EVALUATE
              PERFORM X1000-READ-INQUIRY
           END-PERFORM
           .

      ******************************************************************
       C1000-RESOLVE-CLIENT-INQUIRIES.
      ******************************************************************

      *---------------------------------------------------------------*
      * FIRST PASS OF THE CLIENT MASTER, ONLY WHEN A CARD ASKED BY    *
      * CLIENT ID: FIND THAT CLIENT AND TAKE THEIR HOUSEHOLD. A       *
      * CLIENT WITH NO HOUSEHOLD LINK IS THEIR OWN HOUSEHOLD.         *
      *---------------------------------------------------------------*
           IF WS-CLIENT-INQUIRY-PRESENT
              OPEN INPUT CLIENT-MASTER
              SET  MORE-RECORDS TO TRUE
              PERFORM X2000-READ-CLIENT
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM X2500-HOUSEHOLD-KEY
                 PERFORM VARYING WS-INQ-IDX FROM 1 BY 1
                         UNTIL WS-INQ-IDX > WS-INQ-COUNT
                    IF WS-IQ-TYPE (WS-INQ-IDX) = 'C'
                       AND WS-IQ-ID (WS-INQ-IDX) = CM-CLIENT-ID
                       MOVE WS-HOUSEHOLD-KEY TO
                            WS-IQ-HOUSEHOLD (WS-INQ-IDX)
                       SET  WS-IQ-FOUND (WS-INQ-IDX) TO TRUE
                    END-IF
                 END-PERFORM
                 PERFORM X2000-READ-CLIENT
              END-PERFORM
              CLOSE CLIENT-MASTER
           END-IF
           .

      ******************************************************************
       C2000-COLLECT-HOUSEHOLDS.
      ******************************************************************

      *---------------------------------------------------------------*
      * SECOND PASS: EVERY CLIENT WHOSE HOUSEHOLD IS ONE BEING ASKED  *
      * ABOUT BECOMES A CHILD ON THAT INQUIRY'S PAGE                  *
      *---------------------------------------------------------------*
           OPEN INPUT CLIENT-MASTER
           SET  MORE-RECORDS TO TRUE
           PERFORM X2000-READ-CLIENT
      *
           PERFORM UNTIL NO-MORE-RECORDS
              PERFORM X2500-HOUSEHOLD-KEY
              PERFORM VARYING WS-INQ-IDX FROM 1 BY 1
                      UNTIL WS-INQ-IDX > WS-INQ-COUNT
                 IF WS-IQ-FOUND (WS-INQ-IDX)
                    AND WS-IQ-HOUSEHOLD (WS-INQ-IDX) =
                        WS-HOUSEHOLD-KEY
                    PERFORM C2100-ADD-MEMBER
                 END-IF
              END-PERFORM
              PERFORM X2000-READ-CLIENT
           END-PERFORM
      *
           CLOSE CLIENT-MASTER
           .

      ******************************************************************
       C2100-ADD-MEMBER.
      ******************************************************************

           IF WS-MBR-COUNT >= WS-MBR-TABLE-MAX
              MOVE 'HOUSEHOLD MEMBERS' TO WS-TABLE-NAME
              PERFORM X9000-TABLE-FULL
           END-IF
      *
           ADD  1                TO WS-MBR-COUNT
           ADD  1                TO WS-IQ-MEMBERS (WS-INQ-IDX)
           MOVE WS-INQ-IDX       TO WS-MB-INQ-IDX (WS-MBR-COUNT)
           MOVE CM-CLIENT-ID     TO WS-MB-CLIENT-ID (WS-MBR-COUNT)
           MOVE CM-CLIENT-NAME   TO WS-MB-CLIENT-NAME (WS-MBR-COUNT)
           MOVE CM-CLIENT-DOB    TO WS-MB-CLIENT-DOB (WS-MBR-COUNT)
           MOVE CM-ENROLL-STATUS TO
                WS-MB-ENROLL-STATUS (WS-MBR-COUNT)
           MOVE CM-STREET-ADDR   TO WS-MB-STREET-ADDR (WS-MBR-COUNT)
           MOVE CM-CITY          TO WS-MB-CITY (WS-MBR-COUNT)
           MOVE CM-STATE         TO WS-MB-STATE (WS-MBR-COUNT)
           MOVE CM-POSTAL-CODE   TO WS-MB-POSTAL-CODE (WS-MBR-COUNT)
           MOVE SPACES           TO WS-MB-GIFT-ITEM (WS-MBR-COUNT)
                                    WS-MB-SPONSOR-ID (WS-MBR-COUNT)
           MOVE ZERO             TO WS-MB-GIFT-COST (WS-MBR-COUNT)
                                    WS-MB-GIFT-PRIORITY (WS-MBR-COUNT)
                                    WS-MB-SPONSOR-CUTOFF (WS-MBR-COUNT)
           .

      ******************************************************************
       C3000-LOAD-WISHES.
      ******************************************************************

           SET  WS-WISH-AVAILABLE TO TRUE
           OPEN INPUT WISH-FILE
           IF WS-WISH-FILE-STATUS NOT = '00'
              SET WS-WISH-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: WISH FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-WISH-FILE-STATUS ') -- '
                      'WISHES NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X3000-READ-WISH
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBR-COUNT
                    IF WS-MB-CLIENT-ID (WS-MBR-IDX) = WISH-CLIENT-ID
                       PERFORM C3100-ADD-WISH
                    END-IF
                 END-PERFORM
                 PERFORM X3000-READ-WISH
              END-PERFORM
              CLOSE WISH-FILE
           END-IF
           .

      ******************************************************************
       C3100-ADD-WISH.
      ******************************************************************

           IF WS-WSH-COUNT >= WS-WSH-TABLE-MAX
              MOVE 'WISHES' TO WS-TABLE-NAME
              PERFORM X9000-TABLE-FULL
           END-IF
      *
           ADD  1                TO WS-WSH-COUNT
           MOVE WS-MBR-IDX       TO WS-WL-MBR-IDX (WS-WSH-COUNT)
           MOVE WISH-ITEM-NUMBER TO WS-WL-ITEM (WS-WSH-COUNT)
           IF WISH-ITEM-COST-X IS NUMERIC
              MOVE WISH-ITEM-COST TO WS-WL-COST (WS-WSH-COUNT)
           ELSE
              MOVE ZERO           TO WS-WL-COST (WS-WSH-COUNT)
           END-IF
           IF WISH-PRIORITY IS NUMERIC
              MOVE WISH-PRIORITY  TO WS-WL-PRIORITY (WS-WSH-COUNT)
           ELSE
              MOVE ZERO           TO WS-WL-PRIORITY (WS-WSH-COUNT)
           END-IF
           .

      ******************************************************************
       C4000-LOAD-GIFTS.
      ******************************************************************

           SET  WS-GIFT-AVAILABLE TO TRUE
           OPEN INPUT GIFT-FILE
           IF WS-GIFT-FILE-STATUS NOT = '00'
              SET WS-GIFT-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: GIFT-ASSIGNMENT FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-GIFT-FILE-STATUS ') -- '
                      'ASSIGNED GIFTS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X3100-READ-GIFT
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBR-COUNT
                    IF WS-MB-CLIENT-ID (WS-MBR-IDX) = GA-CLIENT-ID
                       MOVE GA-ITEM-NUMBER TO
                            WS-MB-GIFT-ITEM (WS-MBR-IDX)
                       MOVE GA-ITEM-COST   TO
                            WS-MB-GIFT-COST (WS-MBR-IDX)
                       MOVE GA-PRIORITY    TO
                            WS-MB-GIFT-PRIORITY (WS-MBR-IDX)
                    END-IF
                 END-PERFORM
                 PERFORM X3100-READ-GIFT
              END-PERFORM
              CLOSE GIFT-FILE
           END-IF
           .

      ******************************************************************
       C4500-LOAD-SPONSOR-GIFTS.
      ******************************************************************

           SET  WS-SPONGIFT-AVAILABLE TO TRUE
           OPEN INPUT SPONSOR-GIFT-FILE
           IF WS-SPONGIFT-FILE-STATUS NOT = '00'
              SET WS-SPONGIFT-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: SPONSOR-ASSIGNMENT FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-SPONGIFT-FILE-STATUS
                      ') -- SPONSORSHIPS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X3200-READ-SPONSOR-GIFT
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBR-COUNT
                    IF WS-MB-CLIENT-ID (WS-MBR-IDX) = SG-CLIENT-ID
                       MOVE SG-SPONSOR-ID  TO
                            WS-MB-SPONSOR-ID (WS-MBR-IDX)
                       MOVE SG-CUTOFF-DATE TO
                            WS-MB-SPONSOR-CUTOFF (WS-MBR-IDX)
                    END-IF
                 END-PERFORM
                 PERFORM X3200-READ-SPONSOR-GIFT
              END-PERFORM
              CLOSE SPONSOR-GIFT-FILE
           END-IF
           .

      ******************************************************************
       C5000-LOAD-HISTORY.
      ******************************************************************

           SET  WS-HISTORY-AVAILABLE TO TRUE
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
              SET WS-HISTORY-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: HISTORY FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-HISTORY-FILE-STATUS ') -- '
                      'PRIOR SEASONS NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X3300-READ-HISTORY
              PERFORM UNTIL NO-MORE-RECORDS
                 IF HS-OUTCOME = 'A'
                    PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                            UNTIL WS-MBR-IDX > WS-MBR-COUNT
                       IF WS-MB-CLIENT-ID (WS-MBR-IDX) = HS-CLIENT-ID
                          PERFORM C5100-ADD-HISTORY
                       END-IF
                    END-PERFORM
                 END-IF
                 PERFORM X3300-READ-HISTORY
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF
           .

      ******************************************************************
       C5100-ADD-HISTORY.
      ******************************************************************

           IF WS-HST-COUNT >= WS-HST-TABLE-MAX
              MOVE 'PRIOR-SEASON GIFTS' TO WS-TABLE-NAME
              PERFORM X9000-TABLE-FULL
           END-IF
      *
           ADD  1              TO WS-HST-COUNT
           MOVE WS-MBR-IDX     TO WS-HL-MBR-IDX (WS-HST-COUNT)
           MOVE HS-SEASON-YEAR TO WS-HL-SEASON-YEAR (WS-HST-COUNT)
           MOVE HS-ITEM-NUMBER TO WS-HL-ITEM (WS-HST-COUNT)
           MOVE HS-ITEM-COST   TO WS-HL-COST (WS-HST-COUNT)
           .

      ******************************************************************
       C6000-LOAD-EVENTS.
      ******************************************************************

           SET  WS-EVENTS-AVAILABLE TO TRUE
           OPEN INPUT NOTIFY-EVENT-FILE
           IF WS-EVENTS-FILE-STATUS NOT = '00'
              SET WS-EVENTS-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: NOTIFICATION-EVENT FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-EVENTS-FILE-STATUS ') -- '
                      'EXCEPTIONS AND NOTICES NOT SHOWN'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X3400-READ-EVENT
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBR-COUNT
                    IF WS-MB-CLIENT-ID (WS-MBR-IDX) = NE-CLIENT-ID
                       PERFORM C6100-ADD-EVENT
                    END-IF
                 END-PERFORM
                 PERFORM X3400-READ-EVENT
              END-PERFORM
              CLOSE NOTIFY-EVENT-FILE
           END-IF
           .

      ******************************************************************
       C6100-ADD-EVENT.
      ******************************************************************

           IF WS-EVT-COUNT >= WS-EVT-TABLE-MAX
              MOVE 'NOTIFICATION EVENTS' TO WS-TABLE-NAME
              PERFORM X9000-TABLE-FULL
           END-IF
      *
           ADD  1             TO WS-EVT-COUNT
           MOVE WS-MBR-IDX    TO WS-EV-MBR-IDX (WS-EVT-COUNT)
           MOVE NE-EVENT-TYPE TO WS-EV-TYPE (WS-EVT-COUNT)
           MOVE NE-OLD-ITEM   TO WS-EV-OLD-ITEM (WS-EVT-COUNT)
           MOVE NE-NEW-ITEM   TO WS-EV-NEW-ITEM (WS-EVT-COUNT)
           MOVE NE-AMOUNT     TO WS-EV-AMOUNT (WS-EVT-COUNT)
           MOVE NE-MESSAGE    TO WS-EV-MESSAGE (WS-EVT-COUNT)
           .

      ******************************************************************
       D0000-PRINT-INQUIRIES.
      ******************************************************************

           PERFORM D1000-PRINT-ONE-INQUIRY
              VARYING WS-INQ-IDX FROM 1 BY 1
              UNTIL WS-INQ-IDX > WS-INQ-COUNT
           .

      ******************************************************************
       D1000-PRINT-ONE-INQUIRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY INQUIRY STARTS A NEW PAGE SO EACH FAMILY'S ANSWER CAN   *
      * BE TORN OFF AND HANDED TO THE VOLUNTEER WHO TOOK THE CALL     *
      *---------------------------------------------------------------*
           PERFORM D9000-WRITE-HEADINGS
      *
           MOVE SPACES TO INQ-HH-STREET INQ-HH-CITY
                          INQ-HH-STATE  INQ-HH-POSTAL
           IF WS-IQ-TYPE (WS-INQ-IDX) = 'C'
              MOVE 'CLIENT'    TO INQ-HH-TYPE
           ELSE
              MOVE 'HOUSEHOLD' TO INQ-HH-TYPE
           END-IF
           MOVE WS-IQ-ID (WS-INQ-IDX)        TO INQ-HH-ID
           MOVE WS-IQ-HOUSEHOLD (WS-INQ-IDX) TO INQ-HH-KEY
      *
           PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                   UNTIL WS-MBR-IDX > WS-MBR-COUNT
              IF WS-MB-INQ-IDX (WS-MBR-IDX) = WS-INQ-IDX
                 AND INQ-HH-STREET = SPACES
                 MOVE WS-MB-STREET-ADDR (WS-MBR-IDX) TO INQ-HH-STREET
                 MOVE WS-MB-CITY (WS-MBR-IDX)        TO INQ-HH-CITY
                 MOVE WS-MB-STATE (WS-MBR-IDX)       TO INQ-HH-STATE
                 MOVE WS-MB-POSTAL-CODE (WS-MBR-IDX) TO INQ-HH-POSTAL
              END-IF
           END-PERFORM
      *
           MOVE WS-INQ-HOUSEHOLD-LINE TO WS-PRINT-LINE
           MOVE 1                     TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           PERFORM D1500-PRINT-SOURCE-NOTES
      *
           EVALUATE TRUE
              WHEN WS-IQ-NOT-FOUND (WS-INQ-IDX)
                 MOVE '** CLIENT NOT ON THE CLIENT MASTER **'
                                                  TO INQ-MSG-TEXT
                 PERFORM X5100-WRITE-MESSAGE
                 ADD 1 TO WS-INQUIRIES-NOT-FOUND
              WHEN WS-IQ-MEMBERS (WS-INQ-IDX) = ZERO
                 MOVE '** NO CLIENTS ON FILE FOR THIS HOUSEHOLD **'
                                                  TO INQ-MSG-TEXT
                 PERFORM X5100-WRITE-MESSAGE
                 ADD 1 TO WS-INQUIRIES-NOT-FOUND
              WHEN OTHER
                 MOVE ZERO TO WS-HH-WISHES WS-HH-GIFTS
                              WS-HH-DELIVERED WS-HH-EXCEPTIONS
                 PERFORM VARYING WS-MBR-IDX FROM 1 BY 1
                         UNTIL WS-MBR-IDX > WS-MBR-COUNT
                    IF WS-MB-INQ-IDX (WS-MBR-IDX) = WS-INQ-IDX
                       PERFORM D2000-PRINT-ONE-CHILD
                    END-IF
                 END-PERFORM
                 PERFORM D8000-PRINT-HOUSEHOLD-TOTALS
           END-EVALUATE
           .

      ******************************************************************
       D1500-PRINT-SOURCE-NOTES.
      ******************************************************************

      *---------------------------------------------------------------*
      * A SOURCE THAT COULDN'T BE READ IS SAID SO ON THE PAGE -- A    *
      * BLANK SECTION MUST NOT READ AS "NOTHING ON FILE"              *
      *---------------------------------------------------------------*
           IF WS-WISH-UNAVAILABLE
              MOVE '** WISH FILE NOT AVAILABLE -- WISHES NOT SHOWN **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           IF WS-GIFT-UNAVAILABLE
              MOVE '** GIFT ASSIGNMENTS NOT AVAILABLE **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           IF WS-SPONGIFT-UNAVAILABLE
              MOVE '** SPONSOR ASSIGNMENTS NOT AVAILABLE **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           IF WS-FULFILL-UNAVAILABLE
              MOVE '** FULFILLMENT STATUS NOT AVAILABLE **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           IF WS-HISTORY-UNAVAILABLE
              MOVE '** SEASON HISTORY NOT AVAILABLE **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           IF WS-EVENTS-UNAVAILABLE
              MOVE '** EXCEPTIONS AND NOTICES NOT AVAILABLE **'
                                             TO INQ-MSG-TEXT
              PERFORM X5100-WRITE-MESSAGE
           END-IF
           .

      ******************************************************************
       D2000-PRINT-ONE-CHILD.
      ******************************************************************

           ADD  1 TO WS-CHILDREN-SHOWN
           MOVE ZERO TO WS-CHILD-WISHES
                        WS-CHILD-HISTORY
                        WS-CHILD-EVENTS
      *
      *---------------------------------------------------------------*
      * KEEP A CHILD'S BLOCK TOGETHER WHERE THE PAGE ALLOWS           *
      *---------------------------------------------------------------*
           IF WS-LINE + 6 >= WS-LINES-PER-PAGE
              PERFORM D9000-WRITE-HEADINGS
           END-IF
      *
           MOVE WS-MB-CLIENT-ID (WS-MBR-IDX)   TO INQ-CH-CLIENT-ID
           MOVE WS-MB-CLIENT-NAME (WS-MBR-IDX) TO INQ-CH-NAME
           MOVE WS-MB-CLIENT-DOB (WS-MBR-IDX)  TO INQ-CH-DOB
           EVALUATE WS-MB-ENROLL-STATUS (WS-MBR-IDX)
              WHEN 'A'
                 MOVE 'ACTIVE'      TO INQ-CH-STATUS
              WHEN 'I'
                 MOVE 'INACTIVE'    TO INQ-CH-STATUS
              WHEN OTHER
                 MOVE 'UNKNOWN'     TO INQ-CH-STATUS
           END-EVALUATE
           IF WS-IQ-TYPE (WS-INQ-IDX) = 'C'
              AND WS-IQ-ID (WS-INQ-IDX) =
                  WS-MB-CLIENT-ID (WS-MBR-IDX)
              MOVE '<< CLIENT ASKED ABOUT'     TO INQ-CH-NOTE
           ELSE
              MOVE SPACES                      TO INQ-CH-NOTE
           END-IF
           MOVE WS-INQ-CHILD-LINE TO WS-PRINT-LINE
           MOVE 2                 TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           PERFORM D3000-PRINT-WISHES
           PERFORM D4000-PRINT-GIFT
           PERFORM D5000-PRINT-HISTORY
           PERFORM D6000-PRINT-EVENTS
           .

      ******************************************************************
       D3000-PRINT-WISHES.
      ******************************************************************

           PERFORM VARYING WS-WSH-IDX FROM 1 BY 1
                   UNTIL WS-WSH-IDX > WS-WSH-COUNT
              IF WS-WL-MBR-IDX (WS-WSH-IDX) = WS-MBR-IDX
                 ADD  1 TO WS-CHILD-WISHES
                           WS-HH-WISHES
                 MOVE SPACES                     TO WS-INQ-DETAIL
                 MOVE 'WISH'                     TO INQ-DET-LABEL
                 MOVE WS-WL-ITEM (WS-WSH-IDX)    TO INQ-DET-ITEM
                                                    WS-LOOKUP-ITEM
                 PERFORM X4000-GET-ITEM-DESC
                 MOVE WS-LOOKUP-DESC             TO INQ-DET-DESC
                 MOVE 'PRIORITY'                 TO INQ-DET-TAG
                 MOVE WS-WL-PRIORITY (WS-WSH-IDX)
                                                 TO INQ-DET-TAG (10:1)
                 MOVE WS-WL-COST (WS-WSH-IDX)    TO INQ-DET-AMOUNT
                 PERFORM X5200-WRITE-DETAIL
              END-IF
           END-PERFORM
      *
           IF WS-CHILD-WISHES = ZERO
              AND WS-WISH-AVAILABLE
              MOVE SPACES                  TO WS-INQ-DETAIL
              MOVE 'WISH'                  TO INQ-DET-LABEL
              MOVE 'NO WISHES ON TONIGHT''S LIST'
                                           TO INQ-DET-TEXT
              PERFORM X5200-WRITE-DETAIL
           END-IF
           .

      ******************************************************************
       D4000-PRINT-GIFT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE ASSIGNED GIFT, THEN ITS FULFILLMENT STATUS BY KEYED READ  *
      * OF CLIENT + ITEM. A SPONSORED CHILD SHOWS THE SPONSOR AND     *
      * DROP-OFF DATE INSTEAD. A CHILD WITH WISHES BUT NEITHER IS AN  *
      * OPEN EXCEPTION FOR THE COORDINATOR.                           *
      *---------------------------------------------------------------*
           MOVE SPACES          TO WS-INQ-DETAIL
           MOVE 'GIFT ASSIGNED' TO INQ-DET-LABEL
      *
           EVALUATE TRUE
              WHEN WS-MB-GIFT-ITEM (WS-MBR-IDX) NOT = SPACES
                 ADD  1 TO WS-HH-GIFTS
                 MOVE WS-MB-GIFT-ITEM (WS-MBR-IDX) TO INQ-DET-ITEM
                                                      WS-LOOKUP-ITEM
                 PERFORM X4000-GET-ITEM-DESC
                 MOVE WS-LOOKUP-DESC               TO INQ-DET-DESC
                 MOVE 'PRIORITY'                   TO INQ-DET-TAG
                 MOVE WS-MB-GIFT-PRIORITY (WS-MBR-IDX)
                                                TO INQ-DET-TAG (10:1)
                 MOVE WS-MB-GIFT-COST (WS-MBR-IDX) TO INQ-DET-AMOUNT
                 PERFORM X5200-WRITE-DETAIL
                 PERFORM D4500-PRINT-FULFILLMENT
              WHEN WS-MB-SPONSOR-ID (WS-MBR-IDX) NOT = SPACES
                 ADD  1 TO WS-HH-GIFTS
                 MOVE 'SPONSOR'                    TO INQ-DET-TAG
                 MOVE WS-MB-SPONSOR-CUTOFF (WS-MBR-IDX)
                                                   TO WS-EDIT-DATE-IN
                 PERFORM X4500-EDIT-DATE
                 STRING 'ADOPTED BY SPONSOR '      DELIMITED BY SIZE
                        WS-MB-SPONSOR-ID (WS-MBR-IDX)
                                                   DELIMITED BY SIZE
                        ', DUE '                   DELIMITED BY SIZE
                        WS-EDIT-DATE-OUT           DELIMITED BY SIZE
                   INTO INQ-DET-TEXT
                 END-STRING
                 PERFORM X5200-WRITE-DETAIL
              WHEN WS-GIFT-UNAVAILABLE
                 CONTINUE
              WHEN WS-CHILD-WISHES > ZERO
                 ADD  1 TO WS-HH-EXCEPTIONS
                 MOVE 'OPEN EXCEPTION'             TO INQ-DET-LABEL
                 MOVE 'NO GIFT ASSIGNED -- SEE UNFILLED LIST'
                                                   TO INQ-DET-TEXT
                 PERFORM X5200-WRITE-DETAIL
              WHEN OTHER
                 MOVE 'NO GIFT ASSIGNED'           TO INQ-DET-TEXT
                 PERFORM X5200-WRITE-DETAIL
           END-EVALUATE
           .

      ******************************************************************
       D4500-PRINT-FULFILLMENT.
      ******************************************************************

           IF WS-FULFILL-AVAILABLE
              MOVE SPACES                        TO WS-INQ-DETAIL
              MOVE 'FULFILLMENT'                 TO INQ-DET-LABEL
              MOVE WS-MB-CLIENT-ID (WS-MBR-IDX)  TO FS-CLIENT-ID
              MOVE WS-MB-GIFT-ITEM (WS-MBR-IDX)  TO FS-ITEM-NUMBER
              READ FULFILL-MASTER
                 INVALID KEY
                    ADD  1 TO WS-HH-EXCEPTIONS
                    MOVE 'OPEN EXCEPTION'        TO INQ-DET-LABEL
                    MOVE 'NO FULFILLMENT RECORD FOR THIS GIFT'
                                                 TO INQ-DET-TEXT
                 NOT INVALID KEY
                    EVALUATE FS-STATUS
                       WHEN 'A'
                          MOVE 'ASSIGNED'        TO INQ-DET-TAG
                       WHEN 'P'
                          MOVE 'PICKED'          TO INQ-DET-TAG
                       WHEN 'K'
                          MOVE 'PACKED'          TO INQ-DET-TAG
                       WHEN 'L'
                          MOVE 'LOADED'          TO INQ-DET-TAG
                       WHEN 'D'
                          MOVE 'DELIVERED'       TO INQ-DET-TAG
                          ADD  1 TO WS-HH-DELIVERED
                       WHEN 'R'
                          MOVE 'RETURNED'        TO INQ-DET-TAG
                       WHEN OTHER
                          MOVE 'STATUS ?'        TO INQ-DET-TAG
                          MOVE FS-STATUS         TO INQ-DET-TAG (10:1)
                    END-EVALUATE
                    MOVE FS-STATUS-DATE          TO WS-EDIT-DATE-IN
                    PERFORM X4500-EDIT-DATE
                    STRING 'AS OF '              DELIMITED BY SIZE
                           WS-EDIT-DATE-OUT      DELIMITED BY SIZE
                      INTO INQ-DET-TEXT
                    END-STRING
                    IF FS-STATUS = 'R'
                       EVALUATE FS-RETURN-DISPOSITION
                          WHEN 'S'
                             MOVE '-- RESTOCKED'
                                            TO INQ-DET-TEXT (18:)
                          WHEN 'D'
                             MOVE '-- DAMAGED'
                                            TO INQ-DET-TEXT (18:)
                          WHEN 'X'
                             MOVE '-- EXCHANGED'
                                            TO INQ-DET-TEXT (18:)
                       END-EVALUATE
                    END-IF
              END-READ
              PERFORM X5200-WRITE-DETAIL
           END-IF
           .

      ******************************************************************
       D5000-PRINT-HISTORY.
      ******************************************************************

           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
              IF WS-HL-MBR-IDX (WS-HST-IDX) = WS-MBR-IDX
                 ADD  1 TO WS-CHILD-HISTORY
                 MOVE SPACES                     TO WS-INQ-DETAIL
                 MOVE 'PRIOR SEASON'             TO INQ-DET-LABEL
                 MOVE WS-HL-ITEM (WS-HST-IDX)    TO INQ-DET-ITEM
                                                    WS-LOOKUP-ITEM
                 PERFORM X4000-GET-ITEM-DESC
                 MOVE WS-LOOKUP-DESC             TO INQ-DET-DESC
                 MOVE 'SEASON'                   TO INQ-DET-TAG
                 MOVE WS-HL-SEASON-YEAR (WS-HST-IDX)
                                                 TO INQ-DET-TAG (7:4)
                 MOVE WS-HL-COST (WS-HST-IDX)    TO INQ-DET-AMOUNT
                 MOVE 'RECEIVED'                 TO INQ-DET-TEXT
                 PERFORM X5200-WRITE-DETAIL
              END-IF
           END-PERFORM
      *
           IF WS-CHILD-HISTORY = ZERO
              AND WS-HISTORY-AVAILABLE
              MOVE SPACES                  TO WS-INQ-DETAIL
              MOVE 'PRIOR SEASON'          TO INQ-DET-LABEL
              MOVE 'FIRST SEASON WITH US'  TO INQ-DET-TEXT
              PERFORM X5200-WRITE-DETAIL
           END-IF
           .

      ******************************************************************
       D6000-PRINT-EVENTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * 'EXC' EVENTS ARE OPEN EXCEPTIONS; THE REST ARE NOTICES THE    *
      * FAMILY HAS BEEN (OR WILL BE) SENT A LETTER ABOUT              *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-EVT-IDX FROM 1 BY 1
                   UNTIL WS-EVT-IDX > WS-EVT-COUNT
              IF WS-EV-MBR-IDX (WS-EVT-IDX) = WS-MBR-IDX
                 MOVE SPACES                      TO WS-INQ-DETAIL
                 MOVE WS-EV-OLD-ITEM (WS-EVT-IDX) TO INQ-DET-ITEM
                 MOVE WS-EV-MESSAGE (WS-EVT-IDX)  TO INQ-DET-TEXT
                 EVALUATE WS-EV-TYPE (WS-EVT-IDX)
                    WHEN 'EXC'
                       ADD  1 TO WS-HH-EXCEPTIONS
                       MOVE 'OPEN EXCEPTION'      TO INQ-DET-LABEL
                       MOVE 'REVIEW'              TO INQ-DET-TAG
                    WHEN 'SUB'
                       MOVE 'NOTICE'              TO INQ-DET-LABEL
                       MOVE 'SUBSTITUTE'          TO INQ-DET-TAG
                       MOVE SPACES                TO INQ-DET-TEXT
                       STRING 'REPLACED BY ITEM ' DELIMITED BY SIZE
                              WS-EV-NEW-ITEM (WS-EVT-IDX)
                                                  DELIMITED BY SIZE
                         INTO INQ-DET-TEXT
                       END-STRING
                    WHEN 'PRC'
                       MOVE 'NOTICE'              TO INQ-DET-LABEL
                       MOVE 'PRICE'               TO INQ-DET-TAG
                       MOVE WS-EV-AMOUNT (WS-EVT-IDX)
                                                  TO INQ-DET-AMOUNT
                    WHEN 'BUD'
                       MOVE 'NOTICE'              TO INQ-DET-LABEL
                       MOVE 'BUDGET'              TO INQ-DET-TAG
                       MOVE WS-EV-AMOUNT (WS-EVT-IDX)
                                                  TO INQ-DET-AMOUNT
                    WHEN OTHER
                       MOVE 'NOTICE'              TO INQ-DET-LABEL
                       MOVE WS-EV-TYPE (WS-EVT-IDX)
                                                  TO INQ-DET-TAG
                 END-EVALUATE
                 IF INQ-DET-ITEM NOT = SPACES
                    MOVE INQ-DET-ITEM            TO WS-LOOKUP-ITEM
                    PERFORM X4000-GET-ITEM-DESC
                    MOVE WS-LOOKUP-DESC          TO INQ-DET-DESC
                 END-IF
                 PERFORM X5200-WRITE-DETAIL
              END-IF
           END-PERFORM
           .

      ******************************************************************
       D8000-PRINT-HOUSEHOLD-TOTALS.
      ******************************************************************

           MOVE WS-IQ-MEMBERS (WS-INQ-IDX) TO INQ-SUM-CHILDREN
           MOVE WS-HH-WISHES               TO INQ-SUM-WISHES
           MOVE WS-HH-GIFTS                TO INQ-SUM-GIFTS
           MOVE WS-HH-DELIVERED            TO INQ-SUM-DELIVERED
           MOVE WS-HH-EXCEPTIONS           TO INQ-SUM-EXCEPTIONS
           MOVE WS-INQ-SUMMARY-LINE        TO WS-PRINT-LINE
           MOVE 2                          TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       D9000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO INQ-HDG-PAGE
      *
           WRITE INQUIRY-REPORT-RECORD FROM WS-INQ-HEADING-1
              AFTER TOP-PAGE
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
              AFTER 1
           ADD 2 TO WS-LINE
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'FAMILY / HOUSEHOLD INQUIRY SUMMARY'
           DISPLAY '  INQUIRY CARDS READ:     ' WS-INQUIRIES-READ
           DISPLAY '  INQUIRIES REJECTED:     ' WS-INQUIRIES-REJECTED
           DISPLAY '  INQUIRIES ANSWERED:     ' WS-INQ-COUNT
           DISPLAY '  NOTHING ON FILE:        ' WS-INQUIRIES-NOT-FOUND
           DISPLAY '  CHILDREN SHOWN:         ' WS-CHILDREN-SHOWN
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE INQUIRY-TRANS
                 INQUIRY-REPORT
      *
           IF WS-ITEMMST-AVAILABLE
              CLOSE ITEM-MASTER
           END-IF
           IF WS-FULFILL-AVAILABLE
              CLOSE FULFILL-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-INQUIRY.
      ******************************************************************

           READ INQUIRY-TRANS
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-INQUIRIES-READ
           END-READ
           .

      ******************************************************************
       X2000-READ-CLIENT.
      ******************************************************************

           READ CLIENT-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X2500-HOUSEHOLD-KEY.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CLIENT WITHOUT A HOUSEHOLD LINK IS THEIR OWN HOUSEHOLD --   *
      * SAME RULE HSHLDRPT AND FAMLTR GROUP BY                        *
      *---------------------------------------------------------------*
           IF CM-HOUSEHOLD-ID NOT = SPACES
              MOVE CM-HOUSEHOLD-ID TO WS-HOUSEHOLD-KEY
           ELSE
              MOVE CM-CLIENT-ID    TO WS-HOUSEHOLD-KEY
           END-IF
           .

      ******************************************************************
       X3000-READ-WISH.
      ******************************************************************

           READ WISH-FILE INTO WS-WISH-RECORD
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X3100-READ-GIFT.
      ******************************************************************

           READ GIFT-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X3200-READ-SPONSOR-GIFT.
      ******************************************************************

           READ SPONSOR-GIFT-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X3300-READ-HISTORY.
      ******************************************************************

           READ HISTORY-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X3400-READ-EVENT.
      ******************************************************************

           READ NOTIFY-EVENT-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X4000-GET-ITEM-DESC.
      ******************************************************************

           MOVE SPACES TO WS-LOOKUP-DESC
           IF WS-ITEMMST-AVAILABLE
              MOVE WS-LOOKUP-ITEM TO IM-ITEM-NUMBER
              READ ITEM-MASTER
                 INVALID KEY
                    MOVE '** NOT IN CATALOG **' TO WS-LOOKUP-DESC
                 NOT INVALID KEY
                    MOVE IM-ITEM-DESCRIPTION    TO WS-LOOKUP-DESC
              END-READ
           END-IF
           .

      ******************************************************************
       X4500-EDIT-DATE.
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

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D9000-WRITE-HEADINGS
           END-IF
      *
           WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5100-WRITE-MESSAGE.
      ******************************************************************

           MOVE WS-INQ-MESSAGE-LINE TO WS-PRINT-LINE
           MOVE 1                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X5200-WRITE-DETAIL.
      ******************************************************************

           MOVE WS-INQ-DETAIL TO WS-PRINT-LINE
           MOVE 1             TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X9000-TABLE-FULL.
      ******************************************************************

           DISPLAY 'ERROR: ' WS-TABLE-NAME ' TABLE FULL -- '
                   'TOO MUCH FOR ONE RUN, SPLIT THE INQUIRY CARDS'
           MOVE 16 TO RETURN-CODE
           CLOSE INQUIRY-TRANS
                 INQUIRY-REPORT
           STOP RUN
           .
