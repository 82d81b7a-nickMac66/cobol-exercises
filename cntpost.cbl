      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   CNTPOST.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> POST PHYSICAL INVENTORY COUNTS. EACH KEYED      *
      *                COUNT IS MEASURED AGAINST THE BOOK QUANTITY    *
      *                CNTSHEET FROZE WHEN THE ITEM WENT ON A COUNT   *
      *                SHEET. THE VARIANCE AND ITS DOLLAR VALUE AT    *
      *                IM-ITEM-PRICE GO ON THE VARIANCE REPORT. A     *
      *                VARIANCE INSIDE TOLERANCE POSTS TO THE CATALOG *
      *                ON-HAND STRAIGHT AWAY; A LARGER ONE IS HELD ON *
      *                THE COUNT-CONTROL FILE UNTIL A SUPERVISOR      *
      *                APPROVES IT (OR ORDERS A RECOUNT) WITH A LATER *
      *                TRANSACTION. EVERY ADJUSTMENT POSTED GOES ON   *
      *                THE ADJUSTMENT REGISTER WITH THE ON-HAND       *
      *                BEFORE AND AFTER.                              *
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
           SELECT ITEM-MASTER      ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT COUNT-CONTROL    ASSIGN TO CNTCTL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CC-ITEM-NUMBER
                  FILE STATUS IS WS-CNTCTL-FILE-STATUS.
           SELECT COUNT-TRANS      ASSIGN TO UT-S-CNTTRN.
           SELECT VARIANCE-FILE    ASSIGN TO UT-S-CNTVAR.
           SELECT ADJUSTMENT-FILE  ASSIGN TO UT-S-CNTADJ.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
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
      * THE GIFT CATALOG -- INDEXED, KEYED ON IM-ITEM-NUMBER. ONLY    *
      * IM-ON-HAND-QTY IS CHANGED HERE, REWRITTEN IN PLACE.           *
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
      * COUNT-CONTROL FILE -- INDEXED, KEYED ON ITEM NUMBER, BUILT BY *
      * CNTSHEET. CC-COUNT-STATUS: 'O' = AWAITING COUNT, 'H' = COUNT  *
      * TAKEN, VARIANCE HELD FOR APPROVAL, 'P' = COUNT POSTED.        *
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
      * COUNT TRANSACTIONS, KEYED FROM THE RETURNED COUNT SHEETS:     *
      * CT-TRANS-TYPE 'C' = COUNT (CT-COUNTED-QTY, CT-COUNT-DATE,     *
      * CT-USER-ID = COUNTER), 'A' = SUPERVISOR APPROVES THE HELD     *
      * VARIANCE, 'R' = SUPERVISOR REJECTS IT AND ORDERS A RECOUNT    *
      * (CT-USER-ID = SUPERVISOR ON BOTH). A MISSING OR BAD COUNT     *
      * DATE TAKES TODAY'S.                                           *
      *---------------------------------------------------------------*
       FD  COUNT-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS COUNT-TRANS-RECORD.
      *
       01  COUNT-TRANS-RECORD.
           05  CT-TRANS-TYPE                 PIC X.
           05  CT-ITEM-NUMBER                PIC X(5).
           05  CT-COUNTED-QTY                PIC 9(5).
           05  CT-COUNTED-QTY-X REDEFINES CT-COUNTED-QTY
                                             PIC X(5).
           05  CT-COUNT-DATE                 PIC 9(8).
           05  CT-COUNT-DATE-X REDEFINES CT-COUNT-DATE
                                             PIC X(8).
           05  CT-USER-ID                    PIC X(5).
           05  FILLER                        PIC X(56).
      *
      *---------------------------------------------------------------*
      * VARIANCE REPORT -- ONE LINE PER TRANSACTION: BOOK VS COUNTED, *
      * THE VARIANCE AND ITS VALUE, AND WHAT BECAME OF IT             *
      *---------------------------------------------------------------*
       FD  VARIANCE-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS VARIANCE-RECORD.
      *
       01  VARIANCE-RECORD                   PIC X(132).
      *
      *---------------------------------------------------------------*
      * ADJUSTMENT REGISTER -- ONE LINE PER ON-HAND ADJUSTMENT POSTED *
      * WITH THE BEFORE- AND AFTER-IMAGE QUANTITY                     *
      *---------------------------------------------------------------*
       FD  ADJUSTMENT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS ADJUSTMENT-RECORD.
      *
       01  ADJUSTMENT-RECORD                 PIC X(132).
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
      ******************************************************************
       01 WS-EYECATCHER                     PIC X(46) VALUE
           "*** BEGINNING OF WORKING-STORAGE ***".
      *
       01 WS-PROGRAM-INDICATORS.
          05 WS-MORE-TRANS-SW               PIC X.
             88 MORE-TRANS                            VALUE 'Y'.
             88 NO-MORE-TRANS                         VALUE 'N'.
          05 WS-MASTER-FOUND-SW             PIC X.
             88 WS-MASTER-FOUND                       VALUE 'Y'.
             88 WS-MASTER-NOT-FOUND                   VALUE 'N'.
          05 WS-CONTROL-FOUND-SW            PIC X.
             88 WS-CONTROL-FOUND                      VALUE 'Y'.
             88 WS-CONTROL-NOT-FOUND                  VALUE 'N'.
          05 WS-REWRITE-OK-SW               PIC X.
             88 WS-REWRITE-OK                         VALUE 'Y'.
             88 WS-REWRITE-FAILED                     VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-CNTCTL-FILE-STATUS             PIC XX.
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
          05 WS-COUNTS-TAKEN                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-AUTO-POSTED                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HELD                        PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-APPROVED                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RECOUNTS                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-NET-ADJ-VALUE               PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-VAR-LINE                    PIC S9(3) PACKED-DECIMAL.
          05 WS-VAR-PAGE                    PIC S9(3) PACKED-DECIMAL.
          05 WS-ADJ-LINE                    PIC S9(3) PACKED-DECIMAL.
          05 WS-ADJ-PAGE                    PIC S9(3) PACKED-DECIMAL.
          05 WS-BEFORE-QTY                  PIC S9(7) PACKED-DECIMAL.
          05 WS-AFTER-QTY                   PIC S9(7) PACKED-DECIMAL.
          05 WS-ABS-QTY                     PIC S9(7) PACKED-DECIMAL.
          05 WS-ABS-VALUE                   PIC S9(9)V99 PACKED-DECIMAL.
          05 WS-ADJ-BASIS                   PIC X(20).
      *
      *---------------------------------------------------------------*
      * AUTO-POST TOLERANCE -- A VARIANCE POSTS WITHOUT APPROVAL ONLY *
      * WHEN BOTH ITS QUANTITY AND ITS DOLLAR VALUE ARE WITHIN THESE  *
      * (EITHER DIRECTION). ANYTHING LARGER WAITS FOR A SUPERVISOR.   *
      *---------------------------------------------------------------*
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-TOLERANCE-QTY               PIC S9(5) PACKED-DECIMAL
                                                      VALUE +10.
          05 WS-TOLERANCE-VALUE             PIC S9(7)V99
                                            PACKED-DECIMAL
                                                      VALUE +25.00.
      *
       01 WS-VARIANCE-HEADING-1.
          05 VAR-HEADING-YYYY               PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 VAR-HEADING-MM                 PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 VAR-HEADING-DD                 PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(34) VALUE
             'PHYSICAL INVENTORY VARIANCE REPORT'.
          05 FILLER                         PIC X(50) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 VAR-HEADING-PAGE               PIC ZZ9.
      *
       01 WS-VARIANCE-HEADING-2.
          05 FILLER                         PIC X(4)  VALUE 'TYP'.
          05 FILLER                         PIC X(7)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(6)  VALUE 'CAT'.
          05 FILLER                         PIC X(8)  VALUE '  BOOK'.
          05 FILLER                         PIC X(8)  VALUE 'COUNTED'.
          05 FILLER                         PIC X(9)  VALUE
             'VARIANCE'.
          05 FILLER                         PIC X(15) VALUE
             '      VAR VALUE'.
          05 FILLER                         PIC X(48) VALUE
             '  REMARK'.
      *
       01 WS-VARIANCE-DETAIL.
          05 VAR-TYPE                       PIC X.
          05 FILLER                         PIC X(3).
          05 VAR-ITEM                       PIC X(5).
          05 FILLER                         PIC X(2).
          05 VAR-DESCRIPTION                PIC X(25).
          05 FILLER                         PIC X(2).
          05 VAR-CATEGORY                   PIC X(4).
          05 FILLER                         PIC X(2).
          05 VAR-BOOK-QTY                   PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 VAR-COUNTED-QTY                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 VAR-VARIANCE-QTY               PIC -ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 VAR-VARIANCE-VALUE             PIC -Z,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(3).
          05 VAR-REMARK                     PIC X(40).
          05 FILLER                         PIC X(7).
      *
       01 WS-ADJUST-HEADING-1.
          05 ADJ-HEADING-YYYY               PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 ADJ-HEADING-MM                 PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 ADJ-HEADING-DD                 PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(34) VALUE
             'INVENTORY ADJUSTMENT REGISTER'.
          05 FILLER                         PIC X(50) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 ADJ-HEADING-PAGE               PIC ZZ9.
      *
       01 WS-ADJUST-HEADING-2.
          05 FILLER                         PIC X(7)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(11) VALUE
             'COUNT DATE'.
          05 FILLER                         PIC X(8)  VALUE ' BEFORE'.
          05 FILLER                         PIC X(9)  VALUE
             'ADJUSTED'.
          05 FILLER                         PIC X(8)  VALUE '  AFTER'.
          05 FILLER                         PIC X(15) VALUE
             '     ADJ VALUE'.
          05 FILLER                         PIC X(47) VALUE
             '  BASIS'.
      *
       01 WS-ADJUST-DETAIL.
          05 ADJ-ITEM                       PIC X(5).
          05 FILLER                         PIC X(2).
          05 ADJ-DESCRIPTION                PIC X(25).
          05 FILLER                         PIC X(2).
          05 ADJ-COUNT-DATE                 PIC 9(8).
          05 FILLER                         PIC X(3).
          05 ADJ-BEFORE-QTY                 PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 ADJ-ADJUST-QTY                 PIC -ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 ADJ-AFTER-QTY                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(2).
          05 ADJ-ADJUST-VALUE               PIC -Z,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(3).
          05 ADJ-BASIS                      PIC X(20).
          05 FILLER                         PIC X(26).
      *
       01 WS-REPORT-TOTAL-LINE.
          05 FILLER                         PIC X(25).
          05 RPT-TOTAL-LABEL                PIC X(24).
          05 RPT-TOTAL-COUNT                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(77).
      *
       01 WS-REPORT-VALUE-LINE.
          05 FILLER                         PIC X(25).
          05 RPT-VALUE-LABEL                PIC X(24).
          05 RPT-VALUE-AMOUNT               PIC -ZZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(68).
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
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM X2000-READ-TRANS
      *
           PERFORM C0000-APPLY-TRANSACTIONS
              UNTIL NO-MORE-TRANS
      *
           PERFORM D0000-WRITE-TOTALS
           PERFORM E0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-TRANS TO TRUE
           MOVE ZERO              TO WS-VAR-PAGE
                                     WS-ADJ-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-VAR-LINE
                                     WS-ADJ-LINE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO VAR-HEADING-YYYY
                                 ADJ-HEADING-YYYY
           MOVE WS-DATE (5:2) TO VAR-HEADING-MM
                                 ADJ-HEADING-MM
           MOVE WS-DATE (7:2) TO VAR-HEADING-DD
                                 ADJ-HEADING-DD
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
           MOVE 'CNTPOST'            TO JR-PROGRAM
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
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * BOTH INDEXED FILES OPEN I-O AND ARE UPDATED IN PLACE. NO      *
      * COUNT-CONTROL FILE MEANS NO SHEETS WERE EVER PRINTED -- THERE *
      * IS NOTHING TO MEASURE A COUNT AGAINST, SO EITHER FAILURE IS A *
      * DEAD STOP.                                                    *
      *---------------------------------------------------------------*
           OPEN I-O   ITEM-MASTER
           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: ITEM-MASTER COULD NOT BE OPENED I-O '
                      '(STATUS ' WS-MASTER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN I-O   COUNT-CONTROL
           IF WS-CNTCTL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: COUNT-CONTROL FILE COULD NOT BE OPENED '
                      'I-O (STATUS ' WS-CNTCTL-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE ITEM-MASTER
              STOP RUN
           END-IF
      *
           OPEN INPUT  COUNT-TRANS
                OUTPUT VARIANCE-FILE
                       ADJUSTMENT-FILE
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
       C0000-APPLY-TRANSACTIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE ITEM'S COUNT-CONTROL RECORD AND CATALOG RECORD BY    *
      * KEY, REJECT WHAT CAN'T BE APPLIED, AND ROUTE THE REST BY TYPE *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-MASTER-BY-KEY
           PERFORM X1500-READ-CONTROL-BY-KEY
      *
           PERFORM C4500-START-VARIANCE-LINE
      *
           EVALUATE TRUE
              WHEN CT-TRANS-TYPE NOT = 'C'
                 AND CT-TRANS-TYPE NOT = 'A'
                 AND CT-TRANS-TYPE NOT = 'R'
                 MOVE 'REJECTED -- UNKNOWN TRANSACTION TYPE'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN WS-MASTER-NOT-FOUND
                 MOVE 'REJECTED -- NO MATCHING MASTER'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN WS-CONTROL-NOT-FOUND
                 MOVE 'REJECTED -- ITEM NOT ON A COUNT SHEET'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN CT-TRANS-TYPE = 'C'
                 AND CC-COUNT-STATUS NOT = 'O'
                 MOVE 'REJECTED -- ITEM ALREADY COUNTED'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN CT-TRANS-TYPE = 'C'
                 AND CT-COUNTED-QTY-X IS NOT NUMERIC
                 MOVE 'REJECTED -- COUNT NOT NUMERIC'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN CT-TRANS-TYPE = 'C'
                 PERFORM C1000-RECORD-COUNT
              WHEN CC-COUNT-STATUS NOT = 'H'
                 MOVE 'REJECTED -- NO VARIANCE AWAITS APPROVAL'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN CT-USER-ID = SPACES
                 MOVE 'REJECTED -- SUPERVISOR ID MISSING'
                                           TO VAR-REMARK
                 PERFORM C4800-REJECT-TRANSACTION
              WHEN CT-TRANS-TYPE = 'A'
                 PERFORM C2000-APPROVE-VARIANCE
              WHEN OTHER
                 PERFORM C3000-ORDER-RECOUNT
           END-EVALUATE
      *
           PERFORM X2000-READ-TRANS
           .

      ******************************************************************
       C1000-RECORD-COUNT.
      ******************************************************************

      *---------------------------------------------------------------*
      * VARIANCE IS COUNTED LESS FROZEN BOOK, VALUED AT THE CATALOG   *
      * PRICE. INSIDE TOLERANCE IT POSTS NOW; OUTSIDE, IT IS HELD.    *
      *---------------------------------------------------------------*
           MOVE CT-COUNTED-QTY TO CC-COUNTED-QTY
           IF CT-COUNT-DATE-X IS NUMERIC
              AND CT-COUNT-DATE > ZERO
              MOVE CT-COUNT-DATE TO CC-COUNT-DATE
           ELSE
              MOVE WS-DATE       TO CC-COUNT-DATE
           END-IF
           MOVE CT-USER-ID     TO CC-COUNTER-ID
           COMPUTE CC-VARIANCE-QTY = CC-COUNTED-QTY - CC-BOOK-QTY
           IF IM-ITEM-PRICE IS NUMERIC
              COMPUTE CC-VARIANCE-VALUE ROUNDED =
                 CC-VARIANCE-QTY * IM-ITEM-PRICE
           ELSE
              MOVE ZERO TO CC-VARIANCE-VALUE
           END-IF
           ADD 1 TO WS-COUNTS-TAKEN
      *
           IF CC-VARIANCE-QTY < ZERO
              COMPUTE WS-ABS-QTY   = ZERO - CC-VARIANCE-QTY
              COMPUTE WS-ABS-VALUE = ZERO - CC-VARIANCE-VALUE
           ELSE
              MOVE CC-VARIANCE-QTY   TO WS-ABS-QTY
              MOVE CC-VARIANCE-VALUE TO WS-ABS-VALUE
           END-IF
      *
           IF WS-ABS-QTY   <= WS-TOLERANCE-QTY
              AND WS-ABS-VALUE <= WS-TOLERANCE-VALUE
              MOVE 'AUTO -- IN TOLERANCE' TO WS-ADJ-BASIS
              PERFORM C5000-POST-ADJUSTMENT
              IF WS-REWRITE-OK
                 ADD 1 TO WS-AUTO-POSTED
                 IF CC-VARIANCE-QTY = ZERO
                    MOVE 'POSTED -- NO VARIANCE'   TO VAR-REMARK
                 ELSE
                    MOVE 'POSTED -- WITHIN TOLERANCE'
                                                   TO VAR-REMARK
                 END-IF
              END-IF
           ELSE
              MOVE 'H' TO CC-COUNT-STATUS
              MOVE 'HELD -- SUPERVISOR APPROVAL REQUIRED'
                                                   TO VAR-REMARK
              ADD 1 TO WS-HELD
              PERFORM C6000-REWRITE-CONTROL
           END-IF
      *
           PERFORM C4600-FILL-VARIANCE-FIGURES
           PERFORM C4000-WRITE-VARIANCE-LINE
           .

      ******************************************************************
       C2000-APPROVE-VARIANCE.
      ******************************************************************

           STRING 'APPROVED ' DELIMITED BY SIZE
                  CT-USER-ID  DELIMITED BY SIZE
              INTO WS-ADJ-BASIS
           END-STRING
           MOVE CT-USER-ID TO CC-APPROVER-ID
      *
           PERFORM C5000-POST-ADJUSTMENT
           IF WS-REWRITE-OK
              ADD 1 TO WS-APPROVED
              MOVE 'POSTED -- SUPERVISOR APPROVED'  TO VAR-REMARK
           END-IF
      *
           PERFORM C4600-FILL-VARIANCE-FIGURES
           PERFORM C4000-WRITE-VARIANCE-LINE
           .

      ******************************************************************
       C3000-ORDER-RECOUNT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE HELD COUNT IS THROWN OUT AND THE ITEM GOES BACK TO        *
      * AWAITING COUNT AGAINST THE SAME FROZEN BOOK QUANTITY          *
      *---------------------------------------------------------------*
           PERFORM C4600-FILL-VARIANCE-FIGURES
      *
           MOVE 'O'        TO CC-COUNT-STATUS
           MOVE CT-USER-ID TO CC-APPROVER-ID
           MOVE ZERO       TO CC-COUNTED-QTY
                              CC-COUNT-DATE
                              CC-VARIANCE-QTY
                              CC-VARIANCE-VALUE
           MOVE SPACES     TO CC-COUNTER-ID
           PERFORM C6000-REWRITE-CONTROL
      *
           IF WS-CNTCTL-FILE-STATUS = '00'
              ADD 1 TO WS-RECOUNTS
              MOVE 'RECOUNT ORDERED -- HELD COUNT VOIDED'
                                             TO VAR-REMARK
           END-IF
           PERFORM C4000-WRITE-VARIANCE-LINE
           .

      ******************************************************************
       C4000-WRITE-VARIANCE-LINE.
      ******************************************************************

           IF WS-VAR-LINE >= WS-LINES-PER-PAGE
              PERFORM C4900-WRITE-VARIANCE-HEADINGS
           END-IF
      *
           WRITE VARIANCE-RECORD FROM WS-VARIANCE-DETAIL
              AFTER 1
           ADD 1 TO WS-VAR-LINE
           .

      ******************************************************************
       C4500-START-VARIANCE-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * CLEAR THE VARIANCE LINE AND STAMP THE TRANSACTION'S TYPE AND  *
      * ITEM, PLUS THE CATALOG DESCRIPTION WHEN THERE IS ONE          *
      *---------------------------------------------------------------*
           MOVE SPACES         TO WS-VARIANCE-DETAIL
           MOVE CT-TRANS-TYPE  TO VAR-TYPE
           MOVE CT-ITEM-NUMBER TO VAR-ITEM
           IF WS-MASTER-FOUND
              MOVE IM-ITEM-DESCRIPTION TO VAR-DESCRIPTION
              MOVE IM-ITEM-CATEGORY    TO VAR-CATEGORY
           END-IF
           .

      ******************************************************************
       C4600-FILL-VARIANCE-FIGURES.
      ******************************************************************

           MOVE CC-BOOK-QTY       TO VAR-BOOK-QTY
           MOVE CC-COUNTED-QTY    TO VAR-COUNTED-QTY
           MOVE CC-VARIANCE-QTY   TO VAR-VARIANCE-QTY
           MOVE CC-VARIANCE-VALUE TO VAR-VARIANCE-VALUE
           .

      ******************************************************************
       C4800-REJECT-TRANSACTION.
      ******************************************************************

           PERFORM C4000-WRITE-VARIANCE-LINE
           ADD 1 TO WS-REJECTS
           .

      ******************************************************************
       C4900-WRITE-VARIANCE-HEADINGS.
      ******************************************************************

           ADD  1           TO WS-VAR-PAGE
           MOVE ZERO        TO WS-VAR-LINE
           MOVE WS-VAR-PAGE TO VAR-HEADING-PAGE
      *
           WRITE VARIANCE-RECORD FROM WS-VARIANCE-HEADING-1
              AFTER TOP-PAGE
           WRITE VARIANCE-RECORD FROM WS-VARIANCE-HEADING-2
              AFTER 2
           .

      ******************************************************************
       C5000-POST-ADJUSTMENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE VARIANCE IS ADDED TO THE CURRENT ON-HAND RATHER THAN THE  *
      * COUNT REPLACING IT, SO ANY PICK OR RECEIPT POSTED SINCE THE   *
      * SHEET PRINTED STAYS IN THE FIGURE. ON-HAND NEVER GOES BELOW   *
      * ZERO. A ZERO VARIANCE MARKS THE COUNT POSTED WITHOUT TOUCHING *
      * THE CATALOG.                                                  *
      *---------------------------------------------------------------*
           SET  WS-REWRITE-OK TO TRUE
      *
           IF IM-ON-HAND-QTY IS NUMERIC
              MOVE IM-ON-HAND-QTY TO WS-BEFORE-QTY
           ELSE
              MOVE ZERO           TO WS-BEFORE-QTY
           END-IF
           COMPUTE WS-AFTER-QTY = WS-BEFORE-QTY + CC-VARIANCE-QTY
           IF WS-AFTER-QTY < ZERO
              MOVE ZERO TO WS-AFTER-QTY
           END-IF
      *
           IF CC-VARIANCE-QTY NOT = ZERO
              MOVE ITEM-MASTER-RECORD TO JR-BEFORE-IMAGE
              MOVE WS-AFTER-QTY TO IM-ON-HAND-QTY
              REWRITE ITEM-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR: REWRITE FAILED FOR ITEM '
                            CT-ITEM-NUMBER ' (STATUS '
                            WS-MASTER-FILE-STATUS ')'
                    SET  WS-REWRITE-FAILED TO TRUE
                    MOVE 'REJECTED -- REWRITE FAILED' TO VAR-REMARK
                    ADD  1 TO WS-REJECTS
                 NOT INVALID KEY
                    MOVE 'ITEMMST'          TO JR-MASTER
                    MOVE 'C'                TO JR-ACTION
                    MOVE IM-ITEM-NUMBER     TO JR-RECORD-KEY
                    MOVE ITEM-MASTER-RECORD TO JR-AFTER-IMAGE
                    PERFORM X7000-WRITE-JOURNAL
              END-REWRITE
           END-IF
      *
           IF WS-REWRITE-OK
              MOVE 'P'     TO CC-COUNT-STATUS
              MOVE WS-DATE TO CC-POST-DATE
              PERFORM C6000-REWRITE-CONTROL
              IF CC-VARIANCE-QTY NOT = ZERO
                 ADD CC-VARIANCE-VALUE TO WS-NET-ADJ-VALUE
                 PERFORM C5500-WRITE-ADJUSTMENT-LINE
              END-IF
           END-IF
           .

      ******************************************************************
       C5500-WRITE-ADJUSTMENT-LINE.
      ******************************************************************

           IF WS-ADJ-LINE >= WS-LINES-PER-PAGE
              PERFORM C5900-WRITE-ADJUST-HEADINGS
           END-IF
      *
           MOVE SPACES              TO WS-ADJUST-DETAIL
           MOVE CT-ITEM-NUMBER      TO ADJ-ITEM
           MOVE IM-ITEM-DESCRIPTION TO ADJ-DESCRIPTION
           MOVE CC-COUNT-DATE       TO ADJ-COUNT-DATE
           MOVE WS-BEFORE-QTY       TO ADJ-BEFORE-QTY
           MOVE CC-VARIANCE-QTY     TO ADJ-ADJUST-QTY
           MOVE WS-AFTER-QTY        TO ADJ-AFTER-QTY
           MOVE CC-VARIANCE-VALUE   TO ADJ-ADJUST-VALUE
           MOVE WS-ADJ-BASIS        TO ADJ-BASIS
           WRITE ADJUSTMENT-RECORD FROM WS-ADJUST-DETAIL
              AFTER 1
           ADD 1 TO WS-ADJ-LINE
           .

      ******************************************************************
       C5900-WRITE-ADJUST-HEADINGS.
      ******************************************************************

           ADD  1           TO WS-ADJ-PAGE
           MOVE ZERO        TO WS-ADJ-LINE
           MOVE WS-ADJ-PAGE TO ADJ-HEADING-PAGE
      *
           WRITE ADJUSTMENT-RECORD FROM WS-ADJUST-HEADING-1
              AFTER TOP-PAGE
           WRITE ADJUSTMENT-RECORD FROM WS-ADJUST-HEADING-2
              AFTER 2
           .

      ******************************************************************
       C6000-REWRITE-CONTROL.
      ******************************************************************

           REWRITE COUNT-CONTROL-RECORD
              INVALID KEY
                 DISPLAY 'ERROR: COUNT-CONTROL REWRITE FAILED FOR '
                         'ITEM ' CT-ITEM-NUMBER ' (STATUS '
                         WS-CNTCTL-FILE-STATUS ')'
                 MOVE 16 TO RETURN-CODE
           END-REWRITE
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'PHYSICAL INVENTORY POSTING SUMMARY'
           DISPLAY '  COUNTS TAKEN:          ' WS-COUNTS-TAKEN
           DISPLAY '  POSTED IN TOLERANCE:   ' WS-AUTO-POSTED
           DISPLAY '  HELD FOR APPROVAL:     ' WS-HELD
           DISPLAY '  APPROVED AND POSTED:   ' WS-APPROVED
           DISPLAY '  RECOUNTS ORDERED:      ' WS-RECOUNTS
           DISPLAY '  REJECTED TRANSACTIONS: ' WS-REJECTS
           DISPLAY '  NET ADJUSTMENT VALUE:  ' WS-NET-ADJ-VALUE
           DISPLAY '  JOURNAL ENTRIES:       ' WS-JOURNAL-WRITTEN
      *
           IF WS-VAR-PAGE = ZERO
              PERFORM C4900-WRITE-VARIANCE-HEADINGS
           END-IF
           MOVE SPACES TO VARIANCE-RECORD
           WRITE VARIANCE-RECORD
              AFTER 1
           MOVE 'COUNTS TAKEN:'          TO RPT-TOTAL-LABEL
           MOVE WS-COUNTS-TAKEN          TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
           MOVE 'POSTED IN TOLERANCE:'   TO RPT-TOTAL-LABEL
           MOVE WS-AUTO-POSTED           TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
           MOVE 'HELD FOR APPROVAL:'     TO RPT-TOTAL-LABEL
           MOVE WS-HELD                  TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
           MOVE 'APPROVED AND POSTED:'   TO RPT-TOTAL-LABEL
           MOVE WS-APPROVED              TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
           MOVE 'RECOUNTS ORDERED:'      TO RPT-TOTAL-LABEL
           MOVE WS-RECOUNTS              TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
           MOVE 'REJECTED TRANSACTIONS:' TO RPT-TOTAL-LABEL
           MOVE WS-REJECTS               TO RPT-TOTAL-COUNT
           PERFORM D0100-WRITE-VARIANCE-TOTAL
      *
           IF WS-ADJ-PAGE = ZERO
              PERFORM C5900-WRITE-ADJUST-HEADINGS
           END-IF
           MOVE SPACES TO ADJUSTMENT-RECORD
           WRITE ADJUSTMENT-RECORD
              AFTER 1
           MOVE 'NET ADJUSTMENT VALUE:'  TO RPT-VALUE-LABEL
           MOVE WS-NET-ADJ-VALUE         TO RPT-VALUE-AMOUNT
           WRITE ADJUSTMENT-RECORD FROM WS-REPORT-VALUE-LINE
              AFTER 1
      *
           IF WS-HELD > ZERO
              OR WS-REJECTS > ZERO
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
       D0100-WRITE-VARIANCE-TOTAL.
      ******************************************************************

           WRITE VARIANCE-RECORD FROM WS-REPORT-TOTAL-LINE
              AFTER 1
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************

           CLOSE ITEM-MASTER
                 COUNT-CONTROL
                 COUNT-TRANS
                 VARIANCE-FILE
                 ADJUSTMENT-FILE
                 JOURNAL-FILE
           .

      ******************************************************************
       X1000-READ-MASTER-BY-KEY.
      ******************************************************************

           MOVE CT-ITEM-NUMBER TO IM-ITEM-NUMBER
      *
           READ ITEM-MASTER
              INVALID KEY
                 SET  WS-MASTER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET  WS-MASTER-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X1500-READ-CONTROL-BY-KEY.
      ******************************************************************

           MOVE CT-ITEM-NUMBER TO CC-ITEM-NUMBER
      *
           READ COUNT-CONTROL
              INVALID KEY
                 SET  WS-CONTROL-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET  WS-CONTROL-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X2000-READ-TRANS.
      ******************************************************************

           READ COUNT-TRANS
              AT END
                 SET  NO-MORE-TRANS      TO TRUE
                 MOVE HIGH-VALUES        TO CT-ITEM-NUMBER
           END-READ
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
