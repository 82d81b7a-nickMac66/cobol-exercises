      *                ('D') GO ON, ALL IN PLACE ON THE INDEXED       *
      *                ITEMMST. PURCHASE RECEIPTS ARE ALSO MATCHED    *
      *                AGAINST THE OPEN BACKORDER RECORDS PICKLIST    *
      *                WROTE, CLOSING THE ONES FULLY RECEIVED, AND    *
      *                AGAINST THE OPEN PURCHASE ORDER LINES POAPPR   *
      *                RAISED, SHOWING EACH PARTIAL AND OVER-RECEIPT. *
      *                THE MOVEMENT REGISTER SHOWS BEFORE/AFTER       *
      *                QUANTITIES PER TRANSACTION -- NO MORE KEYING   *
      *                RAW 'C' TRANSACTIONS THROUGH ITEMMNT AND       *
      *                FAT-FINGERING THE MATH. A DONATION MUST NAME   *
      *                AN ACTIVE DONOR ON THE DONOR MASTER; EACH ONE  *
      *                POSTED GOES TO THE DONATION LEDGER VALUED AT   *
      *                THE CATALOG PRICE IN EFFECT ON THE DONATION    *
      *                DATE, FOR THE SEASON-END ACKNOWLEDGEMENTS.     *
      *                A GIFT A FAMILY RETURNED FOR RESTOCK COMES IN  *
      *                AS A 'T' MOVEMENT WRITTEN BY FULPOST AND GOES  *
      *                BACK ON HAND WITH NO BACKORDER OR PO MATCH.    *
      *                                                                *
      ******************************************************************

                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DONOR-MASTER     ASSIGN TO DONORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DN-DONOR-ID
                  FILE STATUS IS WS-DONOR-FILE-STATUS.
           SELECT MOVEMENT-TRANS   ASSIGN TO UT-S-MOVETRN.
           SELECT OLD-BACKORDER-FILE ASSIGN TO UT-S-BKORDOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BKORD-FILE-STATUS.
           SELECT NEW-BACKORDER-FILE ASSIGN TO UT-S-BKORDNEW.
           SELECT OLD-PO-FILE      ASSIGN TO UT-S-POOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OPENPO-FILE-STATUS.
           SELECT NEW-PO-FILE      ASSIGN TO UT-S-PONEW.
           SELECT REGISTER-FILE    ASSIGN TO UT-S-MOVEREG.
           SELECT DONATION-LEDGER  ASSIGN TO UT-S-DONLEDG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
           05  FILLER                        PIC X(6).
      *
      *---------------------------------------------------------------*
      * IN-KIND DONOR MASTER -- INDEXED, KEYED ON DN-DONOR-ID,        *
      * MAINTAINED BY DONORMNT, READ HERE BY KEY TO VALIDATE THE      *
      * DONOR ON EACH DONATION RECEIPT                                *
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
      * STOCK-MOVEMENT TRANSACTIONS, ONE PER MOVEMENT:                *
      * MV-TRANS-TYPE 'P' = PICK RELIEF (QUANTITY OFF ON-HAND),       *
      * 'R' = PURCHASE RECEIPT (ON, AND MATCHED AGAINST OPEN          *
      * BACKORDERS AND OPEN PURCHASE ORDERS), 'D' = DONATION RECEIPT  *
      * (ON, NO BACKORDER OR PO MATCH), 'T' = RETURNED GIFT RESTOCKED *
      * (ON, NO MATCH -- FULPOST WRITES THESE).                       *
      * MV-DONOR-ID IS REQUIRED ON 'D' AND IGNORED OTHERWISE.         *
      * MV-PO-NUMBER IS OPTIONAL ON 'R': KEYED, THE RECEIPT MATCHES   *
      * ONLY THAT PO'S LINE FOR THE ITEM; BLANK, IT WORKS DOWN THE    *
      * ITEM'S OUTSTANDING PO LINES OLDEST FIRST.                     *
      *---------------------------------------------------------------*
       FD  MOVEMENT-TRANS
           RECORDING MODE IS F
           05  MV-TRANS-DATE                 PIC 9(8).
           05  MV-TRANS-DATE-X REDEFINES MV-TRANS-DATE
                                             PIC X(8).
           05  MV-DONOR-ID                   PIC X(5).
           05  MV-PO-NUMBER                  PIC 9(6).
           05  MV-PO-NUMBER-X REDEFINES MV-PO-NUMBER
                                             PIC X(6).
           05  FILLER                        PIC X(50).
      *
      *---------------------------------------------------------------*
      * THE BACKORDER FILE PICKLIST WROTE (BO-STATUS SPACES = STILL   *
           05  FILLER                        PIC X(28).
      *
      *---------------------------------------------------------------*
      * OPEN PURCHASE ORDER FILE POAPPR WROTE, ONE RECORD PER PO      *
      * LINE, AND THE UPDATED COPY THIS RUN WRITES BACK. PO STATUS:   *
      * 'O' = OPEN, 'P' = PARTLY RECEIVED, 'C' = RECEIVED IN FULL,    *
      * 'V' = OVER-RECEIVED (MORE CAME THAN WAS ORDERED).             *
      *---------------------------------------------------------------*
       FD  OLD-PO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-PO-RECORD.
      *
       01  OLD-PO-RECORD.
           05  OP-PO-NUMBER                  PIC 9(6).
           05  OP-VENDOR-ID                  PIC X(5).
           05  OP-ITEM-NUMBER                PIC X(5).
           05  OP-ITEM-DESCRIPTION           PIC X(25).
           05  OP-ORDER-QTY                  PIC 9(5).
           05  OP-RECEIVED-QTY               PIC 9(5).
           05  OP-UNIT-COST                  PIC 9(7)V99.
           05  OP-ORDER-DATE                 PIC 9(8).
           05  OP-DUE-DATE                   PIC 9(8).
           05  OP-STATUS                     PIC X.
           05  FILLER                        PIC X(3).
      *
       FD  NEW-PO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS NEW-PO-RECORD.
      *
       01  NEW-PO-RECORD.
           05  NP-PO-NUMBER                  PIC 9(6).
           05  NP-VENDOR-ID                  PIC X(5).
           05  NP-ITEM-NUMBER                PIC X(5).
           05  NP-ITEM-DESCRIPTION           PIC X(25).
           05  NP-ORDER-QTY                  PIC 9(5).
           05  NP-RECEIVED-QTY               PIC 9(5).
           05  NP-UNIT-COST                  PIC 9(7)V99.
           05  NP-ORDER-DATE                 PIC 9(8).
           05  NP-DUE-DATE                   PIC 9(8).
           05  NP-STATUS                     PIC X.
           05  FILLER                        PIC X(3).
      *
      *---------------------------------------------------------------*
      * MOVEMENT REGISTER -- ONE LINE PER TRANSACTION WITH THE        *
      * BEFORE AND AFTER ON-HAND QUANTITIES, SO A QUESTIONED STOCK    *
      * FIGURE CAN BE TRACED TO THE MOVEMENT THAT CHANGED IT          *
           DATA RECORD IS REGISTER-RECORD.
      *
       01  REGISTER-RECORD                   PIC X(132).
      *
      *---------------------------------------------------------------*
      * DONATION LEDGER -- CUMULATIVE FOR THE SEASON, ONE RECORD PER  *
      * DONATION POSTED, APPENDED EACH RUN. DL-UNIT-PRICE IS THE      *
      * CATALOG PRICE IN EFFECT ON THE DONATION DATE (PENDING PRICE   *
      * ONCE ITS EFFECTIVE DATE HAS ARRIVED, SAME RULE AS INTFUNC),   *
      * SO A LATER PRICE CHANGE DOESN'T REVALUE A GIFT ALREADY GIVEN. *
      *---------------------------------------------------------------*
       FD  DONATION-LEDGER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DONATION-LEDGER-RECORD.
      *
       01  DONATION-LEDGER-RECORD.
           05  DL-DONOR-ID                   PIC X(5).
           05  DL-DONATION-DATE              PIC 9(8).
           05  DL-ITEM-NUMBER                PIC X(5).
           05  DL-ITEM-DESCRIPTION           PIC X(25).
           05  DL-QTY                        PIC 9(5).
           05  DL-UNIT-PRICE                 PIC 9(7)V99.
           05  DL-EXTENDED-VALUE             PIC 9(9)V99.
           05  DL-POSTED-DATE                PIC 9(8).
           05  FILLER                        PIC X(4).
      *
      *---------------------------------------------------------------*
      * SHARED CHANGE JOURNAL -- A BEFORE AND AFTER IMAGE OF EVERY    *
      * RECORD ADDED, CHANGED OR DELETED ON ITEMMST, CLIENTMST OR     *
      * FULFILL, APPENDED BY EVERY PROGRAM THAT UPDATES THEM. JRNLRCV *
      * READS IT TO ROLL A MASTER BACK OR TO REVERSE ONE RUN.         *
      *---------------------------------------------------------------*
       FD  JOURNAL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS JOURNAL-RECORD.
      *
       01  JOURNAL-RECORD                    PIC X(280).
      *
      *---------------------------------------------------------------*
      * RUN-CONTROL DATE CARD SHARED BY THE WHOLE CHRSTMAS STREAM --  *
      * THE BUSINESS DATE STAMPED ON EVERY JOURNAL ENTRY              *
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
          05 WS-MORE-BKORD-SW               PIC X.
             88 MORE-BKORD                            VALUE 'Y'.
             88 NO-MORE-BKORD                         VALUE 'N'.
          05 WS-MORE-OPENPO-SW              PIC X.
             88 MORE-OPENPO                           VALUE 'Y'.
             88 NO-MORE-OPENPO                        VALUE 'N'.
          05 WS-MASTER-FOUND-SW             PIC X.
             88 WS-MASTER-FOUND                       VALUE 'Y'.
             88 WS-MASTER-NOT-FOUND                   VALUE 'N'.
          05 WS-REWRITE-OK-SW               PIC X.
             88 WS-REWRITE-OK                         VALUE 'Y'.
             88 WS-REWRITE-FAILED                     VALUE 'N'.
          05 WS-DONOR-AVAIL-SW              PIC X.
             88 WS-DONOR-MASTER-AVAILABLE             VALUE 'Y'.
             88 WS-DONOR-MASTER-UNAVAILABLE           VALUE 'N'.
          05 WS-DONOR-VALID-SW              PIC X.
             88 WS-DONOR-VALID                        VALUE 'Y'.
             88 WS-DONOR-INVALID                      VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-DONOR-FILE-STATUS              PIC XX.
      *
       01 WS-LEDGER-FILE-STATUS             PIC XX.
      *
       01 WS-BKORD-FILE-STATUS              PIC XX.
      *
       01 WS-OPENPO-FILE-STATUS             PIC XX.
      *
       01 WS-JOURNAL-FILE-STATUS            PIC XX.
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
      *---------------------------------------------------------------*
      * CHANGE-JOURNAL ENTRY. WHOEVER PERFORMS X7000-WRITE-JOURNAL    *
      * SETS THE MASTER, THE ACTION ('A' ADD, 'C' CHANGE, 'D' DELETE) *
      * THE KEY AND THE TWO IMAGES; THE STAMP, SEQUENCE, PROGRAM,     *
      * BUSINESS DATE AND BATCH ARE FILLED IN HERE. THE BATCH IS THE  *
      * PARM WHEN ONE IS GIVEN, OTHERWISE THE RUN'S START TIME.       *
      * THE LAYOUT IS THE SAME IN EVERY PROGRAM THAT JOURNALS.        *
      *---------------------------------------------------------------*
       01 WS-JOURNAL-ENTRY.
          05 JR-STAMP.
             10 JR-STAMP-DATE               PIC 9(8).
             10 JR-STAMP-TIME               PIC 9(8).
          05 JR-SEQUENCE                    PIC 9(7).
          05 JR-PROGRAM                     PIC X(8).
          05 JR-BUSINESS-DATE               PIC 9(8).
          05 JR-BATCH-ID                    PIC X(14).
          05 JR-MASTER                      PIC X(8).
          05 JR-ACTION                      PIC X.
          05 JR-RECORD-KEY                  PIC X(10).
          05 FILLER                         PIC X(8).
          05 JR-BEFORE-IMAGE                PIC X(100).
          05 JR-AFTER-IMAGE                 PIC X(100).
      *
       01 WS-JOURNAL-FIELDS.
          05 WS-JRNL-CURRENT-DATE.
             10 WS-JRNL-DATE                PIC 9(8).
             10 WS-JRNL-TIME                PIC 9(8).
             10 FILLER                      PIC X(5).
          05 WS-JRNL-RUN-DATE-SW            PIC X.
             88 WS-JRNL-RUN-DATE-SET                  VALUE 'Y'.
             88 WS-JRNL-RUN-DATE-SET-NOT              VALUE 'N'.
          05 WS-JOURNAL-WRITTEN             PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-COUNTERS.
          05 WS-PICKS-POSTED                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RECEIPTS-POSTED             PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DONATIONS-POSTED            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RESTOCKS-POSTED             PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-BKORDS-CLOSED               PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-BKORDS-OPEN                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-LEDGER-WRITTEN              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-LINES-FILLED             PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-LINES-PARTIAL            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-OVER-RECEIPTS            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RECEIPTS-NO-PO              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-LINES-OPEN               PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-LEDGER-VALUE                PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-BEFORE-QTY                  PIC S9(7) PACKED-DECIMAL.
          05 WS-AFTER-QTY                   PIC S9(7) PACKED-DECIMAL.
          05 WS-RECEIPT-LEFT                PIC S9(7) PACKED-DECIMAL.
          05 WS-DONOR-REASON                PIC X(40).
          05 WS-VALUE-DATE                  PIC 9(8).
          05 WS-ITEM-EFF-PRICE              PIC 9(7)V99.
          05 WS-PO-RECEIPT-LEFT             PIC S9(7) PACKED-DECIMAL.
          05 WS-PO-LINE-DUE                 PIC S9(7) PACKED-DECIMAL.
          05 WS-PO-APPLIED                  PIC S9(7) PACKED-DECIMAL.
          05 WS-PO-LAST-IDX                 PIC S9(4) BINARY.
          05 WS-EDIT-QTY                    PIC ZZ,ZZ9.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
             10 WS-BK-STATUS                PIC X.
                88 WS-BK-CLOSED                       VALUE 'C'.
             10 WS-BK-CLOSED-DATE           PIC 9(8).
      *
      *---------------------------------------------------------------*
      * PURCHASE ORDER LINES, LOADED FROM THE OLD OPEN-PO FILE AT     *
      * STARTUP AND WRITTEN BACK OUT -- UPDATED -- AT THE END, THE    *
      * SAME WAY AS THE BACKORDERS. POAPPR APPENDS NEW ORDERS AFTER   *
      * THE OLD ONES, SO FILE ORDER IS OLDEST FIRST.                  *
      *---------------------------------------------------------------*
       01 WS-OPENPO-TABLE-MAX               PIC S9(4) BINARY
                                                      VALUE +1000.
       01 WS-OPENPO-COUNT                   PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-OPENPO-IDX                     PIC S9(4) BINARY.
       01 WS-OPENPO-TABLE.
          05 WS-OPENPO-ENTRY OCCURS 1000 TIMES.
             10 WS-OP-PO-NUMBER             PIC 9(6).
             10 WS-OP-VENDOR-ID             PIC X(5).
             10 WS-OP-ITEM-NUMBER           PIC X(5).
             10 WS-OP-DESCRIPTION           PIC X(25).
             10 WS-OP-ORDER-QTY             PIC S9(7) COMP-3.
             10 WS-OP-RECEIVED-QTY          PIC S9(7) COMP-3.
             10 WS-OP-UNIT-COST             PIC 9(7)V99.
             10 WS-OP-ORDER-DATE            PIC 9(8).
             10 WS-OP-DUE-DATE              PIC 9(8).
             10 WS-OP-STATUS                PIC X.
                88 WS-OP-OUTSTANDING                  VALUE 'O' 'P'.
      *
       01 WS-REGISTER-HEADING-1.
          05 REG-HEADING-YYYY               PIC 9(4).
          05 FILLER                         PIC X(25).
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * PARM: OPTIONAL CHANGE-JOURNAL BATCH ID, UP TO 14 CHARACTERS   *
      *---------------------------------------------------------------*
       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-BATCH-ID                 PIC X(14).
             10 FILLER                      PIC X(86).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM B0500-LOAD-BACKORDERS
           PERFORM B0700-LOAD-OPEN-POS
           PERFORM X2000-READ-TRANS
      *
           PERFORM C0000-APPLY-MOVEMENTS
              UNTIL NO-MORE-TRANS
      *
           PERFORM D0000-REWRITE-BACKORDERS
           PERFORM D1000-REWRITE-OPEN-POS
           PERFORM D5000-WRITE-TOTALS
           PERFORM E0000-CLOSE-FILES
      *
           MOVE WS-DATE (1:4) TO REG-HEADING-YYYY
           MOVE WS-DATE (5:2) TO REG-HEADING-MM
           MOVE WS-DATE (7:2) TO REG-HEADING-DD
           PERFORM A0500-START-JOURNAL
           .

      ******************************************************************
       A0500-START-JOURNAL.
      ******************************************************************

      *---------------------------------------------------------------*
      * STAMP THIS RUN'S JOURNAL ENTRIES WITH THE PROGRAM, THE        *
      * BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD (NO CARD   *
      * MEANS TODAY -- THIS RUNS ON DEMAND DURING THE DAY) AND THE    *
      * BATCH ID. THE BATCH IS DISPLAYED SO THE RUN CAN BE NAMED TO   *
      * JRNLRCV IF IT EVER HAS TO BE BACKED OUT.                      *
      *---------------------------------------------------------------*
           MOVE SPACES               TO WS-JOURNAL-ENTRY
           MOVE 'STOCKMV'            TO JR-PROGRAM
           MOVE FUNCTION CURRENT-DATE
                                     TO WS-JRNL-CURRENT-DATE
      *
           SET  WS-JRNL-RUN-DATE-SET-NOT TO TRUE
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
                       MOVE RD-RUN-DATE TO JR-BUSINESS-DATE
                       SET  WS-JRNL-RUN-DATE-SET TO TRUE
                    END-IF
              END-READ
      *
              CLOSE RUN-DATE-FILE
           END-IF
      *
           IF WS-JRNL-RUN-DATE-SET-NOT
              DISPLAY 'WARNING: RUN-DATE CARD MISSING OR INVALID '
                      '(STATUS ' WS-RUNDATE-FILE-STATUS ') -- '
                      'JOURNALING UNDER TODAY''S DATE'
              MOVE WS-JRNL-DATE TO JR-BUSINESS-DATE
           END-IF
      *
           IF LS-PARM-LENGTH > 14
              MOVE LS-BATCH-ID       TO JR-BATCH-ID
           ELSE
              IF LS-PARM-LENGTH > ZERO
                 MOVE LS-PARM-DATA (1:LS-PARM-LENGTH)
                                     TO JR-BATCH-ID
              ELSE
                 MOVE WS-JRNL-CURRENT-DATE (1:14)
                                     TO JR-BATCH-ID
              END-IF
           END-IF
      *
           DISPLAY 'CHANGE-JOURNAL BATCH: ' JR-BATCH-ID
                   '  BUSINESS DATE: ' JR-BUSINESS-DATE
           .

      ******************************************************************
      *
           OPEN INPUT  MOVEMENT-TRANS
                OUTPUT NEW-BACKORDER-FILE
                       NEW-PO-FILE
                       REGISTER-FILE
      *
      *---------------------------------------------------------------*
      * WITHOUT THE DONOR MASTER NO DONATION CAN BE VALIDATED -- THE  *
      * DONATIONS ARE REJECTED (RC=4) BUT PICKS AND PURCHASE RECEIPTS *
      * STILL POST. THE LEDGER IS CUMULATIVE: EXTEND, AND STATUS '35' *
      * MEANS THE SEASON'S FIRST DONATION RUN CREATES IT, SAME        *
      * PATTERN AS THE SHARED AUDIT LOG.                              *
      *---------------------------------------------------------------*
           SET  WS-DONOR-MASTER-AVAILABLE TO TRUE
           OPEN INPUT DONOR-MASTER
           IF WS-DONOR-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: DONOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-DONOR-FILE-STATUS ') -- '
                      'DONATIONS REJECTED THIS RUN'
              SET WS-DONOR-MASTER-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN EXTEND DONATION-LEDGER
           IF WS-LEDGER-FILE-STATUS = '35'
              OPEN OUTPUT DONATION-LEDGER
           END-IF
           IF WS-LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: DONATION LEDGER COULD NOT BE OPENED '
                      '(STATUS ' WS-LEDGER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
      *---------------------------------------------------------------*
      * NO MASTER CHANGE GOES UNJOURNALED -- A JOURNAL THAT WILL NOT  *
      * OPEN STOPS THE RUN BEFORE ANYTHING IS UPDATED. FIRST RUN OF A *
      * SEASON HAS NO JOURNAL YET: STATUS '35' MEANS CREATE IT.       *
      *---------------------------------------------------------------*
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CHANGE JOURNAL COULD NOT BE OPENED '
                      '(STATUS ' WS-JOURNAL-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      ******************************************************************
                WS-BK-CLOSED-DATE (WS-BKORD-COUNT)
           .

      ******************************************************************
       B0700-LOAD-OPEN-POS.
      ******************************************************************

      *---------------------------------------------------------------*
      * LOAD THE OPEN-PO FILE INTO THE TABLE. NO FILE YET JUST MEANS  *
      * NOTHING HAS BEEN ORDERED; RECEIPTS STILL POST TO ON-HAND.     *
      *---------------------------------------------------------------*
           SET  MORE-OPENPO TO TRUE
           MOVE ZERO        TO WS-OPENPO-COUNT
      *
           OPEN INPUT OLD-PO-FILE
      *
           IF WS-OPENPO-FILE-STATUS = '00'
              PERFORM UNTIL NO-MORE-OPENPO
                 READ OLD-PO-FILE
                    AT END
                       SET NO-MORE-OPENPO TO TRUE
                    NOT AT END
                       PERFORM B0800-POST-OPEN-PO-ENTRY
                 END-READ
              END-PERFORM
      *
              CLOSE OLD-PO-FILE
           ELSE
              DISPLAY 'WARNING: OPEN PO FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-OPENPO-FILE-STATUS ') -- NO '
                      'PURCHASE ORDERS MATCHED THIS RUN'
           END-IF
           .

      ******************************************************************
       B0800-POST-OPEN-PO-ENTRY.
      ******************************************************************

           IF WS-OPENPO-COUNT >= WS-OPENPO-TABLE-MAX
              DISPLAY 'ERROR: MORE THAN ' WS-OPENPO-TABLE-MAX
                      ' PURCHASE ORDER LINES -- PO ' OP-PO-NUMBER
                      ' NOT CARRIED, ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              PERFORM E0000-CLOSE-FILES
              STOP RUN
           END-IF
      *
           ADD  1                   TO WS-OPENPO-COUNT
           MOVE OP-PO-NUMBER        TO
                WS-OP-PO-NUMBER (WS-OPENPO-COUNT)
           MOVE OP-VENDOR-ID        TO
                WS-OP-VENDOR-ID (WS-OPENPO-COUNT)
           MOVE OP-ITEM-NUMBER      TO
                WS-OP-ITEM-NUMBER (WS-OPENPO-COUNT)
           MOVE OP-ITEM-DESCRIPTION TO
                WS-OP-DESCRIPTION (WS-OPENPO-COUNT)
           MOVE OP-ORDER-QTY        TO
                WS-OP-ORDER-QTY (WS-OPENPO-COUNT)
           MOVE OP-RECEIVED-QTY     TO
                WS-OP-RECEIVED-QTY (WS-OPENPO-COUNT)
           MOVE OP-UNIT-COST        TO
                WS-OP-UNIT-COST (WS-OPENPO-COUNT)
           MOVE OP-ORDER-DATE       TO
                WS-OP-ORDER-DATE (WS-OPENPO-COUNT)
           MOVE OP-DUE-DATE         TO
                WS-OP-DUE-DATE (WS-OPENPO-COUNT)
           MOVE OP-STATUS           TO
                WS-OP-STATUS (WS-OPENPO-COUNT)
           .

      ******************************************************************
       C0000-APPLY-MOVEMENTS.
      ******************************************************************
      * MOVEMENT AGAINST WHAT WAS (OR WASN'T) FOUND                   *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-MASTER-BY-KEY
      *
           IF MV-TRANS-TYPE = 'D'
              PERFORM X3000-VALIDATE-DONOR
           END-IF
      *
           EVALUATE TRUE
              WHEN MV-TRANS-TYPE NOT = 'P'
                 AND MV-TRANS-TYPE NOT = 'R'
                 AND MV-TRANS-TYPE NOT = 'D'
                 AND MV-TRANS-TYPE NOT = 'T'
                 PERFORM C4500-START-REGISTER-LINE
                 MOVE 'REJECTED -- UNKNOWN MOVEMENT TYPE'
                                           TO REG-REMARK
                                           TO REG-REMARK
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN MV-TRANS-TYPE = 'D'
                 AND WS-DONOR-INVALID
                 PERFORM C4500-START-REGISTER-LINE
                 MOVE WS-DONOR-REASON      TO REG-REMARK
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN MV-TRANS-TYPE = 'P'
                 PERFORM C1000-POST-PICK-RELIEF
              WHEN OTHER
      *---------------------------------------------------------------*
      * RECEIVED QUANTITY GOES ON ON-HAND. A PURCHASE RECEIPT IS      *
      * THEN MATCHED AGAINST THE ITEM'S OPEN BACKORDERS, OLDEST       *
      * FIRST; A DONATION OR A RESTOCKED RETURN JUST ADDS STOCK.      *
      *---------------------------------------------------------------*
           PERFORM C4500-START-REGISTER-LINE
      *
           COMPUTE WS-AFTER-QTY = WS-BEFORE-QTY + MV-QTY
      *
           EVALUATE MV-TRANS-TYPE
              WHEN 'R'
                 PERFORM C2500-MATCH-BACKORDERS
              WHEN 'T'
                 MOVE 'RETURNED GIFT RESTOCKED' TO REG-REMARK
              WHEN OTHER
                 STRING 'DONATION RECEIVED -- DONOR ' DELIMITED BY SIZE
                        MV-DONOR-ID                    DELIMITED BY SIZE
                    INTO REG-REMARK
                 END-STRING
           END-EVALUATE
      *
           PERFORM C3000-REWRITE-MASTER-QTY
           IF WS-REWRITE-OK
              EVALUATE MV-TRANS-TYPE
                 WHEN 'R'
                    ADD 1 TO WS-RECEIPTS-POSTED
                    PERFORM C2700-MATCH-PURCHASE-ORDERS
                 WHEN 'T'
                    ADD 1 TO WS-RESTOCKS-POSTED
                 WHEN OTHER
                    ADD 1 TO WS-DONATIONS-POSTED
                    PERFORM C2800-WRITE-LEDGER-ENTRY
              END-EVALUATE
           END-IF
           .

      ******************************************************************
       C2800-WRITE-LEDGER-ENTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * VALUE THE DONATION AT THE PRICE IN EFFECT ON THE DONATION     *
      * DATE. A MISSING OR BAD MV-TRANS-DATE VALUES AS OF TODAY.      *
      *---------------------------------------------------------------*
           IF MV-TRANS-DATE-X IS NUMERIC
              AND MV-TRANS-DATE > ZERO
              MOVE MV-TRANS-DATE TO WS-VALUE-DATE
           ELSE
              MOVE WS-DATE       TO WS-VALUE-DATE
           END-IF
      *
           IF IM-PRICE-EFF-DATE IS NUMERIC
              AND IM-PRICE-EFF-DATE > ZERO
              AND IM-PRICE-EFF-DATE <= WS-VALUE-DATE
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
           MOVE SPACES              TO DONATION-LEDGER-RECORD
           MOVE MV-DONOR-ID         TO DL-DONOR-ID
           MOVE WS-VALUE-DATE       TO DL-DONATION-DATE
           MOVE MV-ITEM-NUMBER      TO DL-ITEM-NUMBER
           MOVE IM-ITEM-DESCRIPTION TO DL-ITEM-DESCRIPTION
           MOVE MV-QTY              TO DL-QTY
           MOVE WS-ITEM-EFF-PRICE   TO DL-UNIT-PRICE
           COMPUTE DL-EXTENDED-VALUE = MV-QTY * WS-ITEM-EFF-PRICE
           MOVE WS-DATE             TO DL-POSTED-DATE
           WRITE DONATION-LEDGER-RECORD
           IF WS-LEDGER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: DONATION LEDGER WRITE FAILED FOR DONOR '
                      DL-DONOR-ID ' ITEM ' DL-ITEM-NUMBER
                      ' (STATUS ' WS-LEDGER-FILE-STATUS ')'
              MOVE 16 TO RETURN-CODE
           ELSE
              ADD 1                 TO WS-LEDGER-WRITTEN
              ADD DL-EXTENDED-VALUE TO WS-LEDGER-VALUE
           END-IF
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
       C2700-MATCH-PURCHASE-ORDERS.
      ******************************************************************

      *---------------------------------------------------------------*
      * WORK THE RECEIPT DOWN THE ITEM'S OUTSTANDING PO LINES -- ONLY *
      * THE KEYED PO'S LINE WHEN MV-PO-NUMBER IS GIVEN, OTHERWISE     *
      * OLDEST FIRST. EACH LINE TOUCHED GETS ITS OWN REGISTER LINE    *
      * UNDER THE RECEIPT. WHATEVER IS LEFT AFTER EVERY LINE IS       *
      * FILLED IS AN OVER-RECEIPT, BOOKED TO THE LAST LINE MATCHED -- *
      * OR, WHEN NOTHING WAS OUTSTANDING, TO THE KEYED PO'S LINE IF   *
      * IT EXISTS AT ALL. THE STOCK IS ON THE DOCK EITHER WAY, SO     *
      * ON-HAND HAS ALREADY TAKEN THE FULL QUANTITY.                  *
      *---------------------------------------------------------------*
           MOVE MV-QTY TO WS-PO-RECEIPT-LEFT
           MOVE ZERO   TO WS-PO-LAST-IDX
      *
           IF MV-PO-NUMBER-X IS NOT NUMERIC
              MOVE ZERO TO MV-PO-NUMBER
           END-IF
      *
           PERFORM VARYING WS-OPENPO-IDX FROM 1 BY 1
                   UNTIL WS-OPENPO-IDX > WS-OPENPO-COUNT
                      OR WS-PO-RECEIPT-LEFT = ZERO
              IF WS-OP-ITEM-NUMBER (WS-OPENPO-IDX) = MV-ITEM-NUMBER
                 AND WS-OP-OUTSTANDING (WS-OPENPO-IDX)
                 AND (MV-PO-NUMBER = ZERO
                      OR MV-PO-NUMBER =
                         WS-OP-PO-NUMBER (WS-OPENPO-IDX))
                 PERFORM C2750-APPLY-TO-ONE-PO-LINE
              END-IF
           END-PERFORM
      *
           IF WS-PO-LAST-IDX = ZERO
              AND MV-PO-NUMBER > ZERO
              PERFORM VARYING WS-OPENPO-IDX FROM 1 BY 1
                      UNTIL WS-OPENPO-IDX > WS-OPENPO-COUNT
                         OR WS-PO-LAST-IDX > ZERO
                 IF WS-OP-ITEM-NUMBER (WS-OPENPO-IDX) = MV-ITEM-NUMBER
                    AND WS-OP-PO-NUMBER (WS-OPENPO-IDX) = MV-PO-NUMBER
                    MOVE WS-OPENPO-IDX TO WS-PO-LAST-IDX
                 END-IF
              END-PERFORM
           END-IF
      *
           IF WS-PO-RECEIPT-LEFT > ZERO
              IF WS-PO-LAST-IDX > ZERO
                 PERFORM C2780-BOOK-OVER-RECEIPT
              ELSE
                 MOVE SPACES            TO WS-REGISTER-DETAIL
                 MOVE MV-ITEM-NUMBER    TO REG-ITEM
                 MOVE WS-PO-RECEIPT-LEFT TO REG-QTY
                 IF MV-PO-NUMBER > ZERO
                    STRING 'PO ' DELIMITED BY SIZE
                           MV-PO-NUMBER DELIMITED BY SIZE
                           ' NOT ON FILE FOR THIS ITEM'
                                        DELIMITED BY SIZE
                      INTO REG-REMARK
                    END-STRING
                 ELSE
                    MOVE 'NO OPEN PURCHASE ORDER FOR THIS ITEM'
                                        TO REG-REMARK
                 END-IF
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-RECEIPTS-NO-PO
              END-IF
           END-IF
           .

      ******************************************************************
       C2750-APPLY-TO-ONE-PO-LINE.
      ******************************************************************

           COMPUTE WS-PO-LINE-DUE =
                   WS-OP-ORDER-QTY (WS-OPENPO-IDX)
                 - WS-OP-RECEIVED-QTY (WS-OPENPO-IDX)
           IF WS-PO-LINE-DUE < ZERO
              MOVE ZERO TO WS-PO-LINE-DUE
           END-IF
      *
           PERFORM C2790-START-PO-REGISTER-LINE
      *
           IF WS-PO-RECEIPT-LEFT >= WS-PO-LINE-DUE
              MOVE WS-PO-LINE-DUE TO WS-PO-APPLIED
              MOVE 'C'            TO WS-OP-STATUS (WS-OPENPO-IDX)
              ADD  1              TO WS-PO-LINES-FILLED
              MOVE 'PO LINE RECEIVED IN FULL' TO REG-REMARK
           ELSE
              MOVE WS-PO-RECEIPT-LEFT TO WS-PO-APPLIED
              MOVE 'P'            TO WS-OP-STATUS (WS-OPENPO-IDX)
              ADD  1              TO WS-PO-LINES-PARTIAL
              COMPUTE WS-EDIT-QTY = WS-PO-LINE-DUE - WS-PO-APPLIED
              STRING 'PARTIAL RECEIPT -- ' DELIMITED BY SIZE
                     WS-EDIT-QTY           DELIMITED BY SIZE
                     ' STILL DUE'          DELIMITED BY SIZE
                INTO REG-REMARK
              END-STRING
           END-IF
      *
           ADD      WS-PO-APPLIED TO WS-OP-RECEIVED-QTY (WS-OPENPO-IDX)
           SUBTRACT WS-PO-APPLIED FROM WS-PO-RECEIPT-LEFT
           MOVE     WS-PO-APPLIED TO REG-QTY
           MOVE     WS-OPENPO-IDX TO WS-PO-LAST-IDX
           PERFORM C4000-WRITE-REGISTER-LINE
           .

      ******************************************************************
       C2780-BOOK-OVER-RECEIPT.
      ******************************************************************

           MOVE WS-PO-LAST-IDX TO WS-OPENPO-IDX
           PERFORM C2790-START-PO-REGISTER-LINE
      *
           ADD  WS-PO-RECEIPT-LEFT TO WS-OP-RECEIVED-QTY (WS-OPENPO-IDX)
           MOVE 'V'                TO WS-OP-STATUS (WS-OPENPO-IDX)
           ADD  1                  TO WS-PO-OVER-RECEIPTS
      *
           MOVE WS-PO-RECEIPT-LEFT TO REG-QTY
                                      WS-EDIT-QTY
           STRING 'OVER-RECEIPT -- ' DELIMITED BY SIZE
                  WS-EDIT-QTY        DELIMITED BY SIZE
                  ' MORE THAN ORDERED' DELIMITED BY SIZE
             INTO REG-REMARK
           END-STRING
           MOVE ZERO TO WS-PO-RECEIPT-LEFT
           PERFORM C4000-WRITE-REGISTER-LINE
           .

      ******************************************************************
       C2790-START-PO-REGISTER-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * A PO MATCH LINE SITS UNDER ITS RECEIPT: NO TYPE, THE PO AND   *
      * VENDOR IN THE DESCRIPTION COLUMN, THE QUANTITY APPLIED TO     *
      * THIS PO LINE IN THE QUANTITY COLUMN                           *
      *---------------------------------------------------------------*
           MOVE SPACES         TO WS-REGISTER-DETAIL
           MOVE MV-ITEM-NUMBER TO REG-ITEM
           STRING '  PO ' DELIMITED BY SIZE
                  WS-OP-PO-NUMBER (WS-OPENPO-IDX) DELIMITED BY SIZE
                  ' VENDOR ' DELIMITED BY SIZE
                  WS-OP-VENDOR-ID (WS-OPENPO-IDX) DELIMITED BY SIZE
             INTO REG-DESCRIPTION
           END-STRING
           .

      ******************************************************************
       C3000-REWRITE-MASTER-QTY.
      ******************************************************************
      * WS-REWRITE-OK COMES BACK TRUE -- A FAILED REWRITE IS A        *
      * REJECT, NOT A POSTING AND A REJECT BOTH                       *
      *---------------------------------------------------------------*
           MOVE ITEM-MASTER-RECORD TO JR-BEFORE-IMAGE
           MOVE WS-AFTER-QTY TO IM-ON-HAND-QTY
      *
           REWRITE ITEM-MASTER-RECORD
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
                 MOVE 'ITEMMST'          TO JR-MASTER
                 MOVE 'C'                TO JR-ACTION
                 MOVE IM-ITEM-NUMBER     TO JR-RECORD-KEY
                 MOVE ITEM-MASTER-RECORD TO JR-AFTER-IMAGE
                 PERFORM X7000-WRITE-JOURNAL
           END-REWRITE
      *
           MOVE WS-AFTER-QTY TO REG-AFTER-QTY
           END-PERFORM
           .

      ******************************************************************
       D1000-REWRITE-OPEN-POS.
      ******************************************************************

      *---------------------------------------------------------------*
      * WRITE EVERY PO LINE BACK OUT -- FILLED AND OVER-RECEIVED      *
      * LINES STAY ON THE FILE FOR THE SEASON'S RECORD; POAGE AGES    *
      * ONLY THE OUTSTANDING ONES                                     *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-OPENPO-IDX FROM 1 BY 1
                   UNTIL WS-OPENPO-IDX > WS-OPENPO-COUNT
              MOVE SPACES TO NEW-PO-RECORD
              MOVE WS-OP-PO-NUMBER (WS-OPENPO-IDX)
                                     TO NP-PO-NUMBER
              MOVE WS-OP-VENDOR-ID (WS-OPENPO-IDX)
                                     TO NP-VENDOR-ID
              MOVE WS-OP-ITEM-NUMBER (WS-OPENPO-IDX)
                                     TO NP-ITEM-NUMBER
              MOVE WS-OP-DESCRIPTION (WS-OPENPO-IDX)
                                     TO NP-ITEM-DESCRIPTION
              MOVE WS-OP-ORDER-QTY (WS-OPENPO-IDX)
                                     TO NP-ORDER-QTY
              MOVE WS-OP-RECEIVED-QTY (WS-OPENPO-IDX)
                                     TO NP-RECEIVED-QTY
              MOVE WS-OP-UNIT-COST (WS-OPENPO-IDX)
                                     TO NP-UNIT-COST
              MOVE WS-OP-ORDER-DATE (WS-OPENPO-IDX)
                                     TO NP-ORDER-DATE
              MOVE WS-OP-DUE-DATE (WS-OPENPO-IDX)
                                     TO NP-DUE-DATE
              MOVE WS-OP-STATUS (WS-OPENPO-IDX)
                                     TO NP-STATUS
              IF WS-OP-OUTSTANDING (WS-OPENPO-IDX)
                 ADD 1 TO WS-PO-LINES-OPEN
              END-IF
              WRITE NEW-PO-RECORD
           END-PERFORM
           .

      ******************************************************************
       D5000-WRITE-TOTALS.
      ******************************************************************
           DISPLAY '  PICK RELIEFS POSTED:   ' WS-PICKS-POSTED
           DISPLAY '  RECEIPTS POSTED:       ' WS-RECEIPTS-POSTED
           DISPLAY '  DONATIONS POSTED:      ' WS-DONATIONS-POSTED
           DISPLAY '  RETURNS RESTOCKED:     ' WS-RESTOCKS-POSTED
           DISPLAY '  REJECTED MOVEMENTS:    ' WS-REJECTS
           DISPLAY '  BACKORDERS CLOSED:     ' WS-BKORDS-CLOSED
           DISPLAY '  BACKORDERS STILL OPEN: ' WS-BKORDS-OPEN
           DISPLAY '  LEDGER ENTRIES:        ' WS-LEDGER-WRITTEN
           DISPLAY '  DONATED VALUE:         ' WS-LEDGER-VALUE
           DISPLAY '  PO LINES FILLED:       ' WS-PO-LINES-FILLED
           DISPLAY '  PO LINES PART-FILLED:  ' WS-PO-LINES-PARTIAL
           DISPLAY '  PO OVER-RECEIPTS:      ' WS-PO-OVER-RECEIPTS
           DISPLAY '  RECEIPTS WITH NO PO:   ' WS-RECEIPTS-NO-PO
           DISPLAY '  PO LINES STILL OPEN:   ' WS-PO-LINES-OPEN
           DISPLAY '  JOURNAL ENTRIES:       ' WS-JOURNAL-WRITTEN
           .

      ******************************************************************
           CLOSE ITEM-MASTER
                 MOVEMENT-TRANS
                 NEW-BACKORDER-FILE
                 NEW-PO-FILE
                 REGISTER-FILE
                 DONATION-LEDGER
                 JOURNAL-FILE
      *
           IF WS-DONOR-MASTER-AVAILABLE
              CLOSE DONOR-MASTER
           END-IF
           .

      ******************************************************************
                 SET NO-MORE-TRANS TO TRUE
           END-READ
           .

      ******************************************************************
       X3000-VALIDATE-DONOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * A DONATION MUST NAME A DONOR WHO IS ON THE MASTER AND ACTIVE  *
      * -- OTHERWISE THERE IS NO ONE TO ACKNOWLEDGE AND THE GOODS     *
      * DON'T GO ON THE SHELF UNTIL THE DONOR IS SET UP               *
      *---------------------------------------------------------------*
           SET  WS-DONOR-VALID TO TRUE
           MOVE SPACES         TO WS-DONOR-REASON
      *
           EVALUATE TRUE
              WHEN WS-DONOR-MASTER-UNAVAILABLE
                 SET  WS-DONOR-INVALID TO TRUE
                 MOVE 'REJECTED -- DONOR MASTER UNAVAILABLE'
                                       TO WS-DONOR-REASON
              WHEN MV-DONOR-ID = SPACES
                 SET  WS-DONOR-INVALID TO TRUE
                 MOVE 'REJECTED -- DONOR ID MISSING'
                                       TO WS-DONOR-REASON
              WHEN OTHER
                 MOVE MV-DONOR-ID TO DN-DONOR-ID
                 READ DONOR-MASTER
                    INVALID KEY
                       SET  WS-DONOR-INVALID TO TRUE
                       MOVE 'REJECTED -- DONOR NOT ON MASTER'
                                       TO WS-DONOR-REASON
                    NOT INVALID KEY
                       IF DN-DONOR-STATUS NOT = 'A'
                          SET  WS-DONOR-INVALID TO TRUE
                          MOVE 'REJECTED -- DONOR NOT ACTIVE'
                                       TO WS-DONOR-REASON
                       END-IF
                 END-READ
           END-EVALUATE
           .

      ******************************************************************
       X7000-WRITE-JOURNAL.
      ******************************************************************

      *---------------------------------------------------------------*
      * PERFORMED ONLY ONCE THE MASTER UPDATE HAS SUCCEEDED. THE      *
      * CALLER HAS SET JR-MASTER, JR-ACTION, JR-RECORD-KEY AND THE    *
      * BEFORE/AFTER IMAGES (SPACES FOR THE SIDE THAT DOESN'T EXIST). *
      *---------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE
                                     TO WS-JRNL-CURRENT-DATE
           MOVE WS-JRNL-DATE         TO JR-STAMP-DATE
           MOVE WS-JRNL-TIME         TO JR-STAMP-TIME
           ADD  1                    TO WS-JOURNAL-WRITTEN
           MOVE WS-JOURNAL-WRITTEN   TO JR-SEQUENCE
      *
           WRITE JOURNAL-RECORD FROM WS-JOURNAL-ENTRY
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CHANGE JOURNAL WRITE FAILED FOR '
                      JR-MASTER ' KEY ' JR-RECORD-KEY
                      ' (STATUS ' WS-JOURNAL-FILE-STATUS ')'
              MOVE 16 TO RETURN-CODE
           END-IF
           .
