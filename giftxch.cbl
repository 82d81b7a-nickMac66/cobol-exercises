      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   GIFTXCH.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SEND A CHILD WHOSE GIFT CAME BACK FOR EXCHANGE *
      *                THROUGH GIFT SELECTION AGAIN. BROWSE THE       *
      *                FULFILLMENT MASTER FOR CLIENTS WITH A GIFT     *
      *                RETURNED THIS SEASON WITH DISPOSITION 'X'      *
      *                (FULPOST) AND NO GIFT STILL OPEN OR DELIVERED. *
      *                COPY TONIGHT'S RESOLVED WISH-FILE TO THE       *
      *                SELECTION WISH-FILE, ADDING EACH SUCH CHILD'S  *
      *                OTHER WISHES OFF THE SEASON'S ALTERNATE-WISH   *
      *                FILE (KEPT BY GIFTSEL) WITH THEIR ORIGINAL     *
      *                PRIORITIES, SO GIFTSEL PICKS THE NEXT-PRIORITY *
      *                WISH IN STOCK. AN ITEM THE CHILD ALREADY HAS A *
      *                FULFILLMENT RECORD FOR IS NEVER OFFERED AGAIN. *
      *                NOTHING IS UPDATED HERE -- ONCE FULLOAD FILES  *
      *                THE NEW GIFT THE CHILD IS NO LONGER PENDING,   *
      *                AND A CHILD WITH NO WISH IN STOCK IS TRIED     *
      *                AGAIN THE NEXT NIGHT. THE EXCHANGE REGISTER    *
      *                LISTS EVERY PENDING EXCHANGE.                  *
      *                A CHILD FLAGGED ON THE PARTNER-AGENCY REGISTRY *
      *                (CLIENTMNT, AFTER REGMATCH'S REVIEW) HAS EVERY *
      *                WISH HELD BACK FROM SELECTION -- INTFUNC FILES *
      *                THEM ON THE SEASON'S HELD-WISH FILE. ONCE THE  *
      *                COORDINATOR CLEARS THE FLAG, THE HELD WISHES   *
      *                GO THROUGH THE SAME WAY AS ALTERNATES, UNLESS  *
      *                THE CHILD ALREADY HAS A GIFT THIS SEASON. THE  *
      *                REGISTER'S SECOND SECTION LISTS THE HOLDS.     *
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
           SELECT WISH-IN-FILE     ASSIGN TO UT-S-WISHIN
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-WISHIN-FILE-STATUS.
           SELECT ALTERNATE-WISH-FILE ASSIGN TO UT-S-ALTWISH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-ALTWISH-FILE-STATUS.
           SELECT WISH-OUT-FILE    ASSIGN TO UT-S-WISHOUT.
           SELECT SORT-WORK-FILE   ASSIGN TO UT-S-SORTWK.
           SELECT EXCHANGE-REPORT  ASSIGN TO UT-S-EXCHRPT.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
           SELECT HELD-WISH-FILE   ASSIGN TO UT-S-HELDWISH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HELDWISH-FILE-STATUS.
           SELECT CLIENT-MASTER    ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * FULFILLMENT STATUS MASTER -- INDEXED, KEYED ON CLIENT ID +    *
      * ITEM NUMBER. READ HERE IN KEY ORDER, SO EACH CLIENT'S GIFTS   *
      * COME TOGETHER. A RETURNED GIFT IS STATUS 'R' WITH THE REASON  *
      * AND DISPOSITION FULPOST RECORDED.                             *
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
               88  FS-RETURNED-FOR-EXCHANGE            VALUE 'X'.
           05  FILLER                        PIC X(25).
      *
      *---------------------------------------------------------------*
      * TONIGHT'S RESOLVED WISH-FILE IN, THE SELECTION WISH-FILE OUT  *
      * -- SAME LAYOUT, CLIENT-ID ORDER                               *
      *---------------------------------------------------------------*
       FD  WISH-IN-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WISH-IN-RECORD.
      *
       01  WISH-IN-RECORD.
           05  WI-CLIENT-ID                  PIC X(5).
           05  FILLER                        PIC X(35).
           05  WI-ITEM-NUMBER                PIC X(5).
           05  FILLER                        PIC X(35).
      *
       FD  WISH-OUT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS WISH-OUT-RECORD.
      *
       01  WISH-OUT-RECORD                   PIC X(80).
      *
      *---------------------------------------------------------------*
      * ALTERNATE WISHES -- CUMULATIVE FOR THE SEASON, WRITTEN BY     *
      * GIFTSEL: EVERY WISH THAT WASN'T A CHILD'S GIFT, WITH THE DATE *
      * OF THE RUN THAT PASSED IT OVER                                *
      *---------------------------------------------------------------*
       FD  ALTERNATE-WISH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ALTERNATE-WISH-RECORD.
      *
       01  ALTERNATE-WISH-RECORD.
           05  AW-WISH.
               10  AW-CLIENT-ID              PIC X(5).
               10  FILLER                    PIC X(35).
               10  AW-ITEM-NUMBER            PIC X(5).
               10  FILLER                    PIC X(13).
           05  AW-RUN-DATE                   PIC 9(8).
           05  FILLER                        PIC X(14).
      *
      *---------------------------------------------------------------*
      * HELD WISHES -- CUMULATIVE FOR THE SEASON, WRITTEN BY INTFUNC: *
      * EVERY WISH FOR A CHILD FLAGGED ON THE PARTNER-AGENCY REGISTRY *
      * WITH THE RUN DATE AND THE FLAG AS IT STOOD THAT NIGHT         *
      *---------------------------------------------------------------*
       FD  HELD-WISH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HELD-WISH-RECORD.
      *
       01  HELD-WISH-RECORD.
           05  HW-WISH.
               10  HW-CLIENT-ID              PIC X(5).
               10  HW-CLIENT-NAME            PIC X(25).
               10  FILLER                    PIC X(10).
               10  HW-ITEM-NUMBER            PIC X(5).
               10  FILLER                    PIC X(13).
           05  HW-RUN-DATE                   PIC 9(8).
           05  HW-REGISTRY-STATUS            PIC X.
           05  HW-REGISTRY-AGENCY            PIC X(3).
           05  FILLER                        PIC X(10).
      *
      *---------------------------------------------------------------*
      * CLIENT MASTER -- READ BY KEY FOR THE REGISTRY FLAG AS IT      *
      * STANDS TONIGHT: 'H' OR 'P' KEEPS THE CHILD'S WISHES HELD,     *
      * 'C' OR SPACE LETS THEM GO                                     *
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
           05  CM-MERGED-INTO-ID             PIC X(5).
           05  CM-REGISTRY-STATUS            PIC X.
           05  CM-REGISTRY-AGENCY            PIC X(3).
           05  FILLER                        PIC X(8).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- TONIGHT'S WISHES (SOURCE 1) AHEAD OF THE    *
      * RE-OFFERED ALTERNATES (SOURCE 2) AND RELEASED HELD WISHES     *
      * (SOURCE 3) WITHIN EACH CLIENT, EACH IN THE ORDER READ         *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-WISH-RECORD.
      *
       01  SD-WISH-RECORD.
           05  SD-CLIENT-ID                  PIC X(5).
           05  SD-SOURCE                     PIC X.
           05  SD-SEQUENCE                   PIC 9(7).
           05  SD-WISH-DATA                  PIC X(80).
      *
       FD  EXCHANGE-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXCHANGE-REPORT-RECORD.
      *
       01  EXCHANGE-REPORT-RECORD            PIC X(132).
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
          05 WS-CUR-EXCHANGE-SW             PIC X.
             88 WS-CUR-EXCHANGE                       VALUE 'Y'.
             88 WS-CUR-EXCHANGE-NOT                   VALUE 'N'.
          05 WS-CUR-OPEN-GIFT-SW            PIC X.
             88 WS-CUR-OPEN-GIFT                      VALUE 'Y'.
             88 WS-CUR-OPEN-GIFT-NOT                  VALUE 'N'.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-WISHIN-FILE-STATUS             PIC XX.
      *
       01 WS-ALTWISH-FILE-STATUS            PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-HELDWISH-FILE-STATUS           PIC XX.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-FULFILL-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-WISHES-READ                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ALTERNATES-READ             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ALTERNATES-OFFERED          PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-WISHES-WRITTEN              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-EXCHANGES-NO-WISH           PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HELD-READ                   PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-WISHES-HELD                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HELD-RELEASED               PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HELD-NO-WISH                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HELD-LISTED                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SEQUENCE                    PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SEARCH-CLIENT-ID            PIC X(5).
          05 WS-SEARCH-KEY.
             10 WS-SK-CLIENT-ID             PIC X(5).
             10 WS-SK-ITEM-NUMBER           PIC X(5).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * THE CLIENT WHOSE FULFILLMENT RECORDS ARE BEING READ: WHETHER  *
      * ONE OF THIS SEASON'S GIFTS CAME BACK FOR EXCHANGE, WHETHER    *
      * ANOTHER IS STILL OPEN OR DELIVERED, AND EVERY ITEM ON FILE    *
      * FOR THEM (NONE OF WHICH MAY BE OFFERED AGAIN)                 *
      *---------------------------------------------------------------*
       01 WS-CUR-CLIENT.
          05 WS-CUR-CLIENT-ID               PIC X(5).
          05 WS-CUR-CLIENT-NAME             PIC X(25).
          05 WS-CUR-RETURNED-ITEM           PIC X(5).
          05 WS-CUR-RETURN-DATE             PIC 9(8).
       01 WS-CUR-ITEM-MAX                   PIC S9(4) BINARY
                                                      VALUE +50.
       01 WS-CUR-ITEM-COUNT                 PIC S9(4) BINARY.
       01 WS-CUR-ITEM-IDX                   PIC S9(4) BINARY.
       01 WS-CUR-ITEM-TABLE.
          05 WS-CUR-ITEM OCCURS 50 TIMES    PIC X(5).
      *
      *---------------------------------------------------------------*
      * CLIENTS PENDING AN EXCHANGE, IN CLIENT-ID ORDER OFF THE       *
      * MASTER, WITH THE WISHES SENT ON FOR THEM TONIGHT              *
      *---------------------------------------------------------------*
       01 WS-PND-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-PND-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-PND-IDX                        PIC S9(4) BINARY.
       01 WS-PND-HOLD                       PIC S9(4) BINARY.
       01 WS-PND-FULL-WARNED                PIC X     VALUE 'N'.
       01 WS-PND-TABLE.
          05 WS-PND-ENTRY OCCURS 500 TIMES.
             10 WS-PND-CLIENT-ID            PIC X(5).
             10 WS-PND-CLIENT-NAME          PIC X(25).
             10 WS-PND-RETURNED-ITEM        PIC X(5).
             10 WS-PND-RETURN-DATE          PIC 9(8).
             10 WS-PND-TONIGHT              PIC S9(4) BINARY.
             10 WS-PND-OFFERED              PIC S9(4) BINARY.
      *
      *---------------------------------------------------------------*
      * CLIENT + ITEM PAIRS A PENDING CLIENT MUST NOT BE OFFERED:     *
      * EVERYTHING ON THE MASTER FOR THEM, TONIGHT'S OWN WISHES, AND  *
      * EACH ALTERNATE ONCE IT HAS BEEN SENT (THE ALTERNATE FILE CAN  *
      * HOLD THE SAME WISH FROM SEVERAL NIGHTS)                       *
      *---------------------------------------------------------------*
       01 WS-EXCL-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +5000.
       01 WS-EXCL-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-EXCL-IDX                       PIC S9(4) BINARY.
       01 WS-EXCL-HOLD                      PIC S9(4) BINARY.
       01 WS-EXCL-FULL-WARNED               PIC X     VALUE 'N'.
       01 WS-EXCL-TABLE.
          05 WS-EXCL-KEY OCCURS 5000 TIMES  PIC X(10).
      *
      *---------------------------------------------------------------*
      * CLIENTS WITH WISHES ON THIS SEASON'S HELD-WISH FILE, WITH THE *
      * REGISTRY FLAG OFF THE MASTER, WHETHER THEY ALREADY HAVE A     *
      * GIFT THIS SEASON, AND TONIGHT'S WISHES HELD OR SENT ON AND    *
      * HELD WISHES RELEASED FOR THEM                                 *
      *---------------------------------------------------------------*
       01 WS-HLD-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +1000.
       01 WS-HLD-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-HLD-IDX                        PIC S9(4) BINARY.
       01 WS-HLD-HOLD                       PIC S9(4) BINARY.
       01 WS-HLD-TABLE.
          05 WS-HLD-ENTRY OCCURS 1000 TIMES.
             10 WS-HLD-CLIENT-ID            PIC X(5).
             10 WS-HLD-CLIENT-NAME          PIC X(25).
             10 WS-HLD-STATUS               PIC X.
                88 WS-HLD-KEPT-BACK                   VALUE 'H' 'P'.
             10 WS-HLD-AGENCY               PIC X(3).
             10 WS-HLD-GIFT-SW              PIC X.
                88 WS-HLD-HAS-GIFT                    VALUE 'Y'.
             10 WS-HLD-TONIGHT              PIC S9(4) BINARY.
             10 WS-HLD-RELEASED             PIC S9(4) BINARY.
      *
       01 WS-XCH-HEADING-1.
          05 XCH-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 XCH-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 XCH-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(36) VALUE SPACES.
          05 XCH-HDG-TITLE                  PIC X(77) VALUE
             'GIFT EXCHANGE REGISTER'.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 XCH-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-XCH-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(27) VALUE 'NAME'.
          05 FILLER                         PIC X(10) VALUE 'RETURNED'.
          05 FILLER                         PIC X(12) VALUE
             'RETURNED ON'.
          05 FILLER                         PIC X(9)  VALUE 'TONIGHT'.
          05 FILLER                         PIC X(12) VALUE
             'ALTERNATES'.
          05 FILLER                         PIC X(54) VALUE 'ACTION'.
      *
       01 WS-XCH-DETAIL.
          05 XCH-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 XCH-CLIENT-NAME                PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XCH-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 XCH-RETURN-YYYY                PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 XCH-RETURN-MM                  PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 XCH-RETURN-DD                  PIC 99.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 XCH-TONIGHT                    PIC ZZ9.
          05 FILLER                         PIC X(7)  VALUE SPACES.
          05 XCH-OFFERED                    PIC ZZ9.
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 XCH-ACTION                     PIC X(45).
          05 FILLER                         PIC X(9)  VALUE SPACES.
      *
       01 WS-XCH-TOTAL-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(26) VALUE
             'EXCHANGES PENDING:'.
          05 XCH-TOTAL-PENDING              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(92) VALUE SPACES.
      *
       01 WS-XCH-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO GIFTS AWAITING EXCHANGE'.
      *
       01 WS-HLD-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(27) VALUE 'NAME'.
          05 FILLER                         PIC X(8)  VALUE 'AGENCY'.
          05 FILLER                         PIC X(8)  VALUE 'STATUS'.
          05 FILLER                         PIC X(9)  VALUE 'TONIGHT'.
          05 FILLER                         PIC X(10) VALUE 'RELEASED'.
          05 FILLER                         PIC X(62) VALUE 'ACTION'.
      *
       01 WS-HLD-DETAIL.
          05 HLD-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 HLD-CLIENT-NAME                PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 HLD-AGENCY                     PIC X(3).
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 HLD-STATUS                     PIC X.
          05 FILLER                         PIC X(7)  VALUE SPACES.
          05 HLD-TONIGHT                    PIC ZZ9.
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 HLD-RELEASED                   PIC ZZ9.
          05 FILLER                         PIC X(7)  VALUE SPACES.
          05 HLD-ACTION                     PIC X(45).
          05 FILLER                         PIC X(17) VALUE SPACES.
      *
       01 WS-HLD-TOTAL-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(26) VALUE
             'REGISTRY HOLDS LISTED:'.
          05 HLD-TOTAL-LISTED               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(92) VALUE SPACES.
      *
       01 WS-HLD-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO WISHES HELD FOR THE PARTNER-AGENCY REGISTRY'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM C0000-FIND-PENDING-EXCHANGES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-CLIENT-ID SD-SOURCE SD-SEQUENCE
              INPUT  PROCEDURE IS D0000-RELEASE-WISHES
              OUTPUT PROCEDURE IS E0000-WRITE-WISHES
      *
           PERFORM F0000-WRITE-REGISTER
           PERFORM F2000-WRITE-HOLD-REGISTER
           PERFORM G0000-WRITE-TOTALS
           PERFORM H0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO XCH-HDG-YYYY
           MOVE WS-DATE (5:2) TO XCH-HDG-MM
           MOVE WS-DATE (7:2) TO XCH-HDG-DD
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

           OPEN INPUT WISH-IN-FILE
           IF WS-WISHIN-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: RESOLVED WISH-FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-WISHIN-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN OUTPUT WISH-OUT-FILE
                       EXCHANGE-REPORT
      *
           PERFORM B0500-LOAD-HELD-CLIENTS
           .

      ******************************************************************
       B0500-LOAD-HELD-CLIENTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE ENTRY PER CHILD WITH A WISH HELD THIS SEASON. WITHOUT THE *
      * HELD-WISH FILE A FLAGGED CHILD'S WISHES WOULD REACH SELECTION *
      * UNCHECKED, SO ONE THAT WILL NOT OPEN STOPS THE RUN. THE FLAG  *
      * IS THEN TAKEN OFF THE MASTER AS IT STANDS TONIGHT; WITHOUT    *
      * THE MASTER EVERY CHILD STAYS HELD.                            *
      *---------------------------------------------------------------*
           OPEN INPUT HELD-WISH-FILE
           IF WS-HELDWISH-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: HELD-WISH FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-HELDWISH-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           SET  MORE-RECORDS TO TRUE
           PERFORM X1300-READ-HELD
           PERFORM UNTIL NO-MORE-RECORDS
              IF HW-RUN-DATE (1:4) = WS-DATE (1:4)
                 PERFORM B0510-ADD-HELD-CLIENT
              END-IF
              PERFORM X1300-READ-HELD
           END-PERFORM
           CLOSE HELD-WISH-FILE
      *
           IF WS-HLD-COUNT > ZERO
              OPEN INPUT CLIENT-MASTER
              IF WS-CLIENTMS-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: CLIENT-MASTER COULD NOT BE OPENED '
                         '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                         'NO HELD WISHES RELEASED TONIGHT'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                         UNTIL WS-HLD-IDX > WS-HLD-COUNT
                    PERFORM B0520-READ-REGISTRY-FLAG
                 END-PERFORM
                 CLOSE CLIENT-MASTER
              END-IF
           END-IF
           .

      ******************************************************************
       B0510-ADD-HELD-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE FILE IS IN RUN ORDER, SO A LATER RECORD'S FLAG IS THE     *
      * NEWER ONE. PAST THE END OF THE TABLE A HELD CHILD COULD SLIP  *
      * THROUGH TO SELECTION -- STOP INSTEAD.                         *
      *---------------------------------------------------------------*
           ADD  1            TO WS-HELD-READ
           MOVE HW-CLIENT-ID TO WS-SEARCH-CLIENT-ID
           PERFORM X4000-FIND-HELD
      *
           IF WS-HLD-HOLD = ZERO
              IF WS-HLD-COUNT < WS-HLD-TABLE-MAX
                 ADD  1             TO WS-HLD-COUNT
                 MOVE WS-HLD-COUNT  TO WS-HLD-HOLD
                 MOVE HW-CLIENT-ID  TO WS-HLD-CLIENT-ID (WS-HLD-HOLD)
                 MOVE HW-CLIENT-NAME
                                    TO WS-HLD-CLIENT-NAME (WS-HLD-HOLD)
                 MOVE 'N'           TO WS-HLD-GIFT-SW (WS-HLD-HOLD)
                 MOVE ZERO          TO WS-HLD-TONIGHT (WS-HLD-HOLD)
                                       WS-HLD-RELEASED (WS-HLD-HOLD)
              ELSE
                 DISPLAY 'ERROR: MORE THAN ' WS-HLD-TABLE-MAX
                         ' CLIENTS WITH HELD WISHES -- ABORTING RUN'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
      *
           MOVE HW-REGISTRY-STATUS TO WS-HLD-STATUS (WS-HLD-HOLD)
           MOVE HW-REGISTRY-AGENCY TO WS-HLD-AGENCY (WS-HLD-HOLD)
           .

      ******************************************************************
       B0520-READ-REGISTRY-FLAG.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CHILD NO LONGER ON THE MASTER KEEPS THE FLAG THEIR WISHES   *
      * WERE HELD UNDER. A CLEARED FLAG KEEPS THE AGENCY FOR THE      *
      * REGISTER.                                                     *
      *---------------------------------------------------------------*
           MOVE WS-HLD-CLIENT-ID (WS-HLD-IDX) TO CM-CLIENT-ID
      *
           READ CLIENT-MASTER
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CM-REGISTRY-STATUS TO WS-HLD-STATUS (WS-HLD-IDX)
                 IF CM-REGISTRY-AGENCY NOT = SPACES
                    MOVE CM-REGISTRY-AGENCY TO
                         WS-HLD-AGENCY (WS-HLD-IDX)
                 END-IF
           END-READ
           .

      ******************************************************************
       C0000-FIND-PENDING-EXCHANGES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO FULFILLMENT MASTER MEANS NO EXCHANGES CAN BE FOUND -- THE  *
      * WISHES STILL GO THROUGH TO SELECTION UNCHANGED                *
      *---------------------------------------------------------------*
           OPEN INPUT FULFILL-MASTER
           IF WS-FULFILL-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: FULFILL MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-FULFILL-FILE-STATUS ') -- '
                      'NO EXCHANGES TONIGHT'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              MOVE LOW-VALUES   TO WS-CUR-CLIENT-ID
              PERFORM X1000-READ-FULFILL
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM C1000-JUDGE-FULFILL-RECORD
                 PERFORM X1000-READ-FULFILL
              END-PERFORM
              PERFORM C2000-CLOSE-CLIENT
              CLOSE FULFILL-MASTER
           END-IF
           .

      ******************************************************************
       C1000-JUDGE-FULFILL-RECORD.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONLY THIS SEASON'S GIFTS DECIDE WHETHER THE CHILD IS WAITING  *
      * ON AN EXCHANGE; EVERY ITEM ON FILE, ANY SEASON, IS KEPT OFF   *
      * THE LIST OF WISHES OFFERED (ITS KEY IS ALREADY TAKEN)         *
      *---------------------------------------------------------------*
           IF FS-CLIENT-ID NOT = WS-CUR-CLIENT-ID
              PERFORM C2000-CLOSE-CLIENT
              MOVE FS-CLIENT-ID        TO WS-CUR-CLIENT-ID
              MOVE FS-CLIENT-NAME      TO WS-CUR-CLIENT-NAME
              MOVE SPACES              TO WS-CUR-RETURNED-ITEM
              MOVE ZERO                TO WS-CUR-RETURN-DATE
                                          WS-CUR-ITEM-COUNT
              SET  WS-CUR-EXCHANGE-NOT TO TRUE
              SET  WS-CUR-OPEN-GIFT-NOT TO TRUE
           END-IF
      *
           IF FS-ASSIGN-DATE (1:4) = WS-DATE (1:4)
              EVALUATE TRUE
                 WHEN FS-STATUS = 'R'
                    AND FS-RETURNED-FOR-EXCHANGE
                    SET WS-CUR-EXCHANGE TO TRUE
                    IF FS-STATUS-DATE >= WS-CUR-RETURN-DATE
                       MOVE FS-ITEM-NUMBER TO WS-CUR-RETURNED-ITEM
                       MOVE FS-STATUS-DATE TO WS-CUR-RETURN-DATE
                    END-IF
                 WHEN FS-STATUS = 'R'
                    CONTINUE
                 WHEN OTHER
                    SET WS-CUR-OPEN-GIFT TO TRUE
              END-EVALUATE
           END-IF
      *
           IF WS-CUR-ITEM-COUNT < WS-CUR-ITEM-MAX
              ADD  1              TO WS-CUR-ITEM-COUNT
              MOVE FS-ITEM-NUMBER TO WS-CUR-ITEM (WS-CUR-ITEM-COUNT)
           END-IF
           .

      ******************************************************************
       C2000-CLOSE-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CHILD WITH A GIFT BACK FOR EXCHANGE AND NOTHING ELSE OPEN   *
      * OR DELIVERED THIS SEASON IS PENDING. ONCE TONIGHT'S SELECTION *
      * FILES THE NEW GIFT THEY DROP OFF BY THEMSELVES.               *
      *---------------------------------------------------------------*
           IF WS-CUR-CLIENT-ID NOT = LOW-VALUES
              AND WS-CUR-EXCHANGE
              AND WS-CUR-OPEN-GIFT-NOT
              IF WS-PND-COUNT < WS-PND-TABLE-MAX
                 ADD  1 TO WS-PND-COUNT
                 MOVE WS-CUR-CLIENT-ID     TO
                      WS-PND-CLIENT-ID     (WS-PND-COUNT)
                 MOVE WS-CUR-CLIENT-NAME   TO
                      WS-PND-CLIENT-NAME   (WS-PND-COUNT)
                 MOVE WS-CUR-RETURNED-ITEM TO
                      WS-PND-RETURNED-ITEM (WS-PND-COUNT)
                 MOVE WS-CUR-RETURN-DATE   TO
                      WS-PND-RETURN-DATE   (WS-PND-COUNT)
                 MOVE ZERO                 TO
                      WS-PND-TONIGHT       (WS-PND-COUNT)
                      WS-PND-OFFERED       (WS-PND-COUNT)
                 PERFORM C2200-EXCLUDE-CUR-ITEMS
              ELSE
                 IF WS-PND-FULL-WARNED = 'N'
                    DISPLAY 'WARNING: MORE THAN ' WS-PND-TABLE-MAX
                            ' EXCHANGES PENDING -- CLIENT '
                            WS-CUR-CLIENT-ID ' AND LATER ONES WAIT '
                            'FOR ANOTHER NIGHT'
                    MOVE 'Y' TO WS-PND-FULL-WARNED
                    MOVE 4   TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
      *
           IF WS-CUR-CLIENT-ID NOT = LOW-VALUES
              AND WS-HLD-COUNT > ZERO
              PERFORM C2100-CLOSE-HELD-CLIENT
           END-IF
           .

      ******************************************************************
       C2100-CLOSE-HELD-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * A CLEARED CHILD WITH A GIFT OPEN OR DELIVERED THIS SEASON     *
      * NEEDS NOTHING RELEASED. OTHERWISE NOTHING ALREADY ON FILE FOR *
      * THEM MAY BE RELEASED AGAIN (A CHILD PENDING AN EXCHANGE HAS   *
      * HAD THEIRS EXCLUDED ABOVE).                                   *
      *---------------------------------------------------------------*
           MOVE WS-CUR-CLIENT-ID TO WS-SEARCH-CLIENT-ID
           PERFORM X4000-FIND-HELD
      *
           IF WS-HLD-HOLD > ZERO
              AND NOT WS-HLD-KEPT-BACK (WS-HLD-HOLD)
              EVALUATE TRUE
                 WHEN WS-CUR-OPEN-GIFT
                    MOVE 'Y' TO WS-HLD-GIFT-SW (WS-HLD-HOLD)
                 WHEN WS-CUR-EXCHANGE
                    CONTINUE
                 WHEN OTHER
                    PERFORM C2200-EXCLUDE-CUR-ITEMS
              END-EVALUATE
           END-IF
           .

      ******************************************************************
       C2200-EXCLUDE-CUR-ITEMS.
      ******************************************************************

           MOVE WS-CUR-CLIENT-ID TO WS-SK-CLIENT-ID
           PERFORM VARYING WS-CUR-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-CUR-ITEM-IDX > WS-CUR-ITEM-COUNT
              MOVE WS-CUR-ITEM (WS-CUR-ITEM-IDX) TO WS-SK-ITEM-NUMBER
              PERFORM X3100-ADD-EXCLUSION
           END-PERFORM
           .

      ******************************************************************
       D0000-RELEASE-WISHES.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY ONE OF TONIGHT'S WISHES GOES THROUGH AS IT CAME, BAR    *
      * THOSE OF A CHILD HELD FOR THE REGISTRY. THEN, FOR A PENDING   *
      * CHILD ONLY, THIS SEASON'S ALTERNATES THEY HAVE NOT HAD (AND   *
      * DIDN'T WISH FOR AGAIN TONIGHT). LAST, FOR A CHILD THE         *
      * COORDINATOR HAS CLEARED, THE WISHES HELD FOR THEM.            *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           PERFORM X1100-READ-WISH
           PERFORM UNTIL NO-MORE-RECORDS
              PERFORM D1000-RELEASE-TONIGHT-WISH
              PERFORM X1100-READ-WISH
           END-PERFORM
      *
           IF WS-PND-COUNT > ZERO
              OPEN INPUT ALTERNATE-WISH-FILE
              IF WS-ALTWISH-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: ALTERNATE-WISH FILE COULD NOT BE '
                         'OPENED (STATUS ' WS-ALTWISH-FILE-STATUS
                         ') -- NO ALTERNATES OFFERED TONIGHT'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 SET  MORE-RECORDS TO TRUE
                 PERFORM X1200-READ-ALTERNATE
                 PERFORM UNTIL NO-MORE-RECORDS
                    PERFORM D2000-RELEASE-ALTERNATE
                    PERFORM X1200-READ-ALTERNATE
                 END-PERFORM
                 CLOSE ALTERNATE-WISH-FILE
              END-IF
           END-IF
      *
           IF WS-HLD-COUNT > ZERO
              OPEN INPUT HELD-WISH-FILE
              IF WS-HELDWISH-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: HELD-WISH FILE COULD NOT BE '
                         'REOPENED (STATUS ' WS-HELDWISH-FILE-STATUS
                         ') -- NO HELD WISHES RELEASED TONIGHT'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 SET  MORE-RECORDS TO TRUE
                 PERFORM X1300-READ-HELD
                 PERFORM UNTIL NO-MORE-RECORDS
                    PERFORM D3000-RELEASE-HELD-WISH
                    PERFORM X1300-READ-HELD
                 END-PERFORM
                 CLOSE HELD-WISH-FILE
              END-IF
           END-IF
           .

      ******************************************************************
       D1000-RELEASE-TONIGHT-WISH.
      ******************************************************************

           MOVE WI-CLIENT-ID   TO WS-SEARCH-CLIENT-ID
           PERFORM X4000-FIND-HELD
      *
           IF WS-HLD-HOLD > ZERO
              AND WS-HLD-KEPT-BACK (WS-HLD-HOLD)
              ADD 1 TO WS-HLD-TONIGHT (WS-HLD-HOLD)
                       WS-WISHES-HELD
           ELSE
              PERFORM D1100-SEND-TONIGHT-WISH
           END-IF
           .

      ******************************************************************
       D1100-SEND-TONIGHT-WISH.
      ******************************************************************

      *---------------------------------------------------------------*
      * TONIGHT'S WISH FOR A CLEARED CHILD IS NOT RELEASED AGAIN OFF  *
      * THE HELD-WISH FILE                                            *
      *---------------------------------------------------------------*
           IF WS-HLD-HOLD > ZERO
              ADD  1              TO WS-HLD-TONIGHT (WS-HLD-HOLD)
              MOVE WI-CLIENT-ID   TO WS-SK-CLIENT-ID
              MOVE WI-ITEM-NUMBER TO WS-SK-ITEM-NUMBER
              PERFORM X3000-FIND-EXCLUSION
              IF WS-EXCL-HOLD = ZERO
                 PERFORM X3100-ADD-EXCLUSION
              END-IF
           END-IF
      *
           ADD  1              TO WS-SEQUENCE
           MOVE WI-CLIENT-ID   TO SD-CLIENT-ID
           MOVE '1'            TO SD-SOURCE
           MOVE WS-SEQUENCE    TO SD-SEQUENCE
           MOVE WISH-IN-RECORD TO SD-WISH-DATA
           RELEASE SD-WISH-RECORD
      *
           MOVE WI-CLIENT-ID   TO WS-SEARCH-CLIENT-ID
           PERFORM X2000-FIND-PENDING
           IF WS-PND-HOLD > ZERO
              ADD  1              TO WS-PND-TONIGHT (WS-PND-HOLD)
              MOVE WI-CLIENT-ID   TO WS-SK-CLIENT-ID
              MOVE WI-ITEM-NUMBER TO WS-SK-ITEM-NUMBER
              PERFORM X3000-FIND-EXCLUSION
              IF WS-EXCL-HOLD = ZERO
                 PERFORM X3100-ADD-EXCLUSION
              END-IF
           END-IF
           .

      ******************************************************************
       D2000-RELEASE-ALTERNATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * A PENDING CHILD HELD FOR THE REGISTRY IS OFFERED NOTHING      *
      *---------------------------------------------------------------*
           IF AW-RUN-DATE (1:4) = WS-DATE (1:4)
              MOVE AW-CLIENT-ID   TO WS-SEARCH-CLIENT-ID
              PERFORM X2000-FIND-PENDING
              PERFORM X4000-FIND-HELD
              IF WS-HLD-HOLD > ZERO
                 AND WS-HLD-KEPT-BACK (WS-HLD-HOLD)
                 MOVE ZERO TO WS-PND-HOLD
              END-IF
              IF WS-PND-HOLD > ZERO
                 MOVE AW-CLIENT-ID   TO WS-SK-CLIENT-ID
                 MOVE AW-ITEM-NUMBER TO WS-SK-ITEM-NUMBER
                 PERFORM X3000-FIND-EXCLUSION
                 IF WS-EXCL-HOLD = ZERO
                    ADD  1            TO WS-SEQUENCE
                    MOVE AW-CLIENT-ID TO SD-CLIENT-ID
                    MOVE '2'          TO SD-SOURCE
                    MOVE WS-SEQUENCE  TO SD-SEQUENCE
                    MOVE AW-WISH      TO SD-WISH-DATA
                    RELEASE SD-WISH-RECORD
                    ADD  1 TO WS-PND-OFFERED (WS-PND-HOLD)
                              WS-ALTERNATES-OFFERED
                    PERFORM X3100-ADD-EXCLUSION
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       D3000-RELEASE-HELD-WISH.
      ******************************************************************

      *---------------------------------------------------------------*
      * A HELD WISH GOES THROUGH ONCE THE CHILD'S FLAG IS CLEARED AND *
      * THEY HAVE NO GIFT THIS SEASON -- ONCE EACH, AND NEVER FOR AN  *
      * ITEM ALREADY ON FILE OR SENT TONIGHT                          *
      *---------------------------------------------------------------*
           IF HW-RUN-DATE (1:4) = WS-DATE (1:4)
              MOVE HW-CLIENT-ID TO WS-SEARCH-CLIENT-ID
              PERFORM X4000-FIND-HELD
              IF WS-HLD-HOLD > ZERO
                 AND NOT WS-HLD-KEPT-BACK (WS-HLD-HOLD)
                 AND NOT WS-HLD-HAS-GIFT (WS-HLD-HOLD)
                 MOVE HW-CLIENT-ID   TO WS-SK-CLIENT-ID
                 MOVE HW-ITEM-NUMBER TO WS-SK-ITEM-NUMBER
                 PERFORM X3000-FIND-EXCLUSION
                 IF WS-EXCL-HOLD = ZERO
                    ADD  1            TO WS-SEQUENCE
                    MOVE HW-CLIENT-ID TO SD-CLIENT-ID
                    MOVE '3'          TO SD-SOURCE
                    MOVE WS-SEQUENCE  TO SD-SEQUENCE
                    MOVE HW-WISH      TO SD-WISH-DATA
                    RELEASE SD-WISH-RECORD
                    ADD  1 TO WS-HLD-RELEASED (WS-HLD-HOLD)
                              WS-HELD-RELEASED
                    PERFORM X3100-ADD-EXCLUSION
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       E0000-WRITE-WISHES.
      ******************************************************************

           SET  MORE-SORTED-RECORDS TO TRUE
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                 NOT AT END
                    WRITE WISH-OUT-RECORD FROM SD-WISH-DATA
                    ADD 1 TO WS-WISHES-WRITTEN
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       F0000-WRITE-REGISTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LINE PER PENDING EXCHANGE. A CHILD WITH NO WISH LEFT TO   *
      * OFFER NEEDS A COORDINATOR -- SELECTION HAS NOTHING TO TRY.    *
      *---------------------------------------------------------------*
           PERFORM F1000-WRITE-HEADINGS
      *
           IF WS-PND-COUNT = ZERO
              WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-NONE-LINE
                 AFTER 2
              ADD 2 TO WS-LINE
           END-IF
      *
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
              IF WS-LINE >= WS-LINES-PER-PAGE
                 PERFORM F1000-WRITE-HEADINGS
              END-IF
              MOVE WS-PND-CLIENT-ID (WS-PND-IDX)     TO XCH-CLIENT-ID
              MOVE WS-PND-CLIENT-NAME (WS-PND-IDX)   TO XCH-CLIENT-NAME
              MOVE WS-PND-RETURNED-ITEM (WS-PND-IDX) TO XCH-ITEM-NUMBER
              MOVE WS-PND-RETURN-DATE (WS-PND-IDX) (1:4)
                                                     TO XCH-RETURN-YYYY
              MOVE WS-PND-RETURN-DATE (WS-PND-IDX) (5:2)
                                                     TO XCH-RETURN-MM
              MOVE WS-PND-RETURN-DATE (WS-PND-IDX) (7:2)
                                                     TO XCH-RETURN-DD
              MOVE WS-PND-TONIGHT (WS-PND-IDX)       TO XCH-TONIGHT
              MOVE WS-PND-OFFERED (WS-PND-IDX)       TO XCH-OFFERED
              IF WS-PND-TONIGHT (WS-PND-IDX) + WS-PND-OFFERED
                 (WS-PND-IDX) > ZERO
                 MOVE 'WISHES SENT TO GIFT SELECTION'
                                                     TO XCH-ACTION
              ELSE
                 MOVE 'NO WISHES LEFT -- COORDINATOR TO FOLLOW UP'
                                                     TO XCH-ACTION
                 ADD 1 TO WS-EXCHANGES-NO-WISH
              END-IF
              WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-DETAIL
                 AFTER 1
              ADD 1 TO WS-LINE
           END-PERFORM
      *
           MOVE WS-PND-COUNT TO XCH-TOTAL-PENDING
           WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-TOTAL-LINE
              AFTER 2
           .

      ******************************************************************
       F1000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO XCH-HDG-PAGE
      *
           WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-HEADING-1
              AFTER TOP-PAGE
           WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-HEADING-2
              AFTER 2
           MOVE 3       TO WS-LINE
           .

      ******************************************************************
       F2000-WRITE-HOLD-REGISTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE LINE PER CHILD STILL HELD, OR CLEARED WITH NO GIFT YET. A *
      * CLEARED CHILD WITH NOTHING SENT TONIGHT NEEDS A COORDINATOR.  *
      *---------------------------------------------------------------*
           MOVE 'PARTNER-AGENCY REGISTRY HOLDS' TO XCH-HDG-TITLE
           PERFORM F2100-WRITE-HOLD-HEADINGS
      *
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
              IF WS-HLD-KEPT-BACK (WS-HLD-IDX)
                 OR NOT WS-HLD-HAS-GIFT (WS-HLD-IDX)
                 PERFORM F2200-WRITE-HOLD-LINE
              END-IF
           END-PERFORM
      *
           IF WS-HELD-LISTED = ZERO
              WRITE EXCHANGE-REPORT-RECORD FROM WS-HLD-NONE-LINE
                 AFTER 2
           END-IF
      *
           MOVE WS-HELD-LISTED TO HLD-TOTAL-LISTED
           WRITE EXCHANGE-REPORT-RECORD FROM WS-HLD-TOTAL-LINE
              AFTER 2
           .

      ******************************************************************
       F2100-WRITE-HOLD-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO XCH-HDG-PAGE
      *
           WRITE EXCHANGE-REPORT-RECORD FROM WS-XCH-HEADING-1
              AFTER TOP-PAGE
           WRITE EXCHANGE-REPORT-RECORD FROM WS-HLD-HEADING-2
              AFTER 2
           MOVE 3       TO WS-LINE
           .

      ******************************************************************
       F2200-WRITE-HOLD-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM F2100-WRITE-HOLD-HEADINGS
           END-IF
      *
           ADD  1                                 TO WS-HELD-LISTED
           MOVE WS-HLD-CLIENT-ID (WS-HLD-IDX)     TO HLD-CLIENT-ID
           MOVE WS-HLD-CLIENT-NAME (WS-HLD-IDX)   TO HLD-CLIENT-NAME
           MOVE WS-HLD-AGENCY (WS-HLD-IDX)        TO HLD-AGENCY
           MOVE WS-HLD-STATUS (WS-HLD-IDX)        TO HLD-STATUS
           MOVE WS-HLD-TONIGHT (WS-HLD-IDX)       TO HLD-TONIGHT
           MOVE WS-HLD-RELEASED (WS-HLD-IDX)      TO HLD-RELEASED
      *
           EVALUATE TRUE
              WHEN WS-HLD-STATUS (WS-HLD-IDX) = 'H'
                 MOVE 'CROSS-ENROLLED -- HELD FOR COORDINATOR'
                                                  TO HLD-ACTION
              WHEN WS-HLD-STATUS (WS-HLD-IDX) = 'P'
                 MOVE 'PARTNER AGENCY SERVES -- WISHES HELD'
                                                  TO HLD-ACTION
              WHEN WS-HLD-TONIGHT (WS-HLD-IDX) + WS-HLD-RELEASED
                   (WS-HLD-IDX) > ZERO
                 MOVE 'CLEARED -- WISHES SENT TO GIFT SELECTION'
                                                  TO HLD-ACTION
              WHEN OTHER
                 MOVE 'CLEARED -- NO WISH LEFT -- COORDINATOR TO ACT'
                                                  TO HLD-ACTION
                 ADD 1 TO WS-HELD-NO-WISH
           END-EVALUATE
      *
           WRITE EXCHANGE-REPORT-RECORD FROM WS-HLD-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
           .

      ******************************************************************
       G0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'GIFT EXCHANGE SUMMARY'
           DISPLAY '  FULFILL RECORDS READ:   ' WS-FULFILL-READ
           DISPLAY '  EXCHANGES PENDING:      ' WS-PND-COUNT
           DISPLAY '  WITH NO WISH LEFT:      ' WS-EXCHANGES-NO-WISH
           DISPLAY '  WISH RECORDS READ:      ' WS-WISHES-READ
           DISPLAY '  ALTERNATES READ:        ' WS-ALTERNATES-READ
           DISPLAY '  ALTERNATES OFFERED:     ' WS-ALTERNATES-OFFERED
           DISPLAY '  HELD WISH RECORDS READ: ' WS-HELD-READ
           DISPLAY '  CLIENTS ON REGISTRY:    ' WS-HLD-COUNT
           DISPLAY '  WISHES HELD TONIGHT:    ' WS-WISHES-HELD
           DISPLAY '  HELD WISHES RELEASED:   ' WS-HELD-RELEASED
           DISPLAY '  CLEARED, NO WISH LEFT:  ' WS-HELD-NO-WISH
           DISPLAY '  WISH RECORDS WRITTEN:   ' WS-WISHES-WRITTEN
      *
           IF WS-EXCHANGES-NO-WISH > ZERO
              OR WS-HELD-NO-WISH > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       H0000-CLOSE-FILES.
      ******************************************************************

           CLOSE WISH-IN-FILE
                 WISH-OUT-FILE
                 EXCHANGE-REPORT
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
       X1100-READ-WISH.
      ******************************************************************

           READ WISH-IN-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-WISHES-READ
           END-READ
           .

      ******************************************************************
       X1200-READ-ALTERNATE.
      ******************************************************************

           READ ALTERNATE-WISH-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-ALTERNATES-READ
           END-READ
           .

      ******************************************************************
       X1300-READ-HELD.
      ******************************************************************

           READ HELD-WISH-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X2000-FIND-PENDING.
      ******************************************************************

      *---------------------------------------------------------------*
      * WS-PND-HOLD IS THE ENTRY FOR WS-SEARCH-CLIENT-ID, OR ZERO     *
      * WHEN THE CLIENT HAS NO EXCHANGE PENDING                       *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-PND-HOLD
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
                      OR WS-PND-HOLD > ZERO
              IF WS-PND-CLIENT-ID (WS-PND-IDX) = WS-SEARCH-CLIENT-ID
                 MOVE WS-PND-IDX TO WS-PND-HOLD
              END-IF
           END-PERFORM
           .

      ******************************************************************
       X4000-FIND-HELD.
      ******************************************************************

      *---------------------------------------------------------------*
      * WS-HLD-HOLD IS THE ENTRY FOR WS-SEARCH-CLIENT-ID, OR ZERO     *
      * WHEN THE CLIENT HAS NO WISH HELD THIS SEASON                  *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-HLD-HOLD
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                      OR WS-HLD-HOLD > ZERO
              IF WS-HLD-CLIENT-ID (WS-HLD-IDX) = WS-SEARCH-CLIENT-ID
                 MOVE WS-HLD-IDX TO WS-HLD-HOLD
              END-IF
           END-PERFORM
           .

      ******************************************************************
       X3000-FIND-EXCLUSION.
      ******************************************************************

           MOVE ZERO TO WS-EXCL-HOLD
           PERFORM VARYING WS-EXCL-IDX FROM 1 BY 1
                   UNTIL WS-EXCL-IDX > WS-EXCL-COUNT
                      OR WS-EXCL-HOLD > ZERO
              IF WS-EXCL-KEY (WS-EXCL-IDX) = WS-SEARCH-KEY
                 MOVE WS-EXCL-IDX TO WS-EXCL-HOLD
              END-IF
           END-PERFORM
           .

      ******************************************************************
       X3100-ADD-EXCLUSION.
      ******************************************************************

      *---------------------------------------------------------------*
      * PAST THE END OF THE TABLE AN ITEM THE CHILD ALREADY HAD       *
      * COULD BE OFFERED AGAIN -- WARN SO THE REGISTER GETS CHECKED   *
      *---------------------------------------------------------------*
           IF WS-EXCL-COUNT < WS-EXCL-TABLE-MAX
              ADD  1             TO WS-EXCL-COUNT
              MOVE WS-SEARCH-KEY TO WS-EXCL-KEY (WS-EXCL-COUNT)
           ELSE
              IF WS-EXCL-FULL-WARNED = 'N'
                 DISPLAY 'WARNING: MORE THAN ' WS-EXCL-TABLE-MAX
                         ' EXCHANGE ITEMS TO TRACK -- LATER '
                         'ALTERNATES MAY REPEAT'
                 MOVE 'Y' TO WS-EXCL-FULL-WARNED
                 MOVE 4   TO RETURN-CODE
              END-IF
           END-IF
           .
