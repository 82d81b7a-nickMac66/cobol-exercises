      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   POAPPR.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PURCHASE ORDER APPROVAL: TURN THE APPROVED     *
      *                LINES OF POSUGG'S SUGGESTED ORDERS INTO OPEN   *
      *                PURCHASE ORDERS. THE BUYER KEYS AN APPROVAL    *
      *                TRANSACTION PER VENDOR (TAKE THE SUGGESTION AS *
      *                PRINTED) OR PER LINE (CHANGE THE QUANTITY, OR  *
      *                DROP THE LINE). EVERY VENDOR WITH AT LEAST ONE *
      *                APPROVED LINE GETS ONE NEW PO NUMBER, DUE      *
      *                TODAY PLUS THE VENDOR'S LEAD TIME. THE OLD     *
      *                OPEN-PO FILE IS COPIED FORWARD AND THE NEW     *
      *                LINES ADDED AFTER IT; THE REGISTER PRINTS EACH *
      *                NEW ORDER ON ITS OWN PAGE, READY TO SEND, AND  *
      *                LISTS THE SUGGESTED LINES THAT WERE NOT        *
      *                ORDERED.                                       *
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
           SELECT VENDOR-MASTER   ASSIGN TO VENDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VN-VENDOR-ID
                  FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT SUGGEST-FILE    ASSIGN TO UT-S-POSUGG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SUGGEST-FILE-STATUS.
           SELECT APPROVAL-TRANS  ASSIGN TO UT-S-APPRTRN.
           SELECT OLD-PO-FILE     ASSIGN TO UT-S-POOLD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-OLDPO-FILE-STATUS.
           SELECT NEW-PO-FILE     ASSIGN TO UT-S-PONEW.
           SELECT REGISTER-FILE   ASSIGN TO UT-S-POREG.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * VENDOR MASTER (VENDMNT) -- READ BY KEY FOR THE ORDER'S        *
      * ADDRESS AND LEAD TIME. NO ORDER IS RAISED AGAINST A VENDOR    *
      * THAT IS NOT ON FILE OR NOT ACTIVE.                            *
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
      * SUGGESTION FILE WRITTEN BY POSUGG, VENDOR/ITEM ORDER          *
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
      *---------------------------------------------------------------*
      * APPROVAL TRANSACTIONS. AP-ACTION-CODE: 'A' = APPROVE EVERY    *
      * SUGGESTED LINE FOR AP-VENDOR-ID AT THE SUGGESTED QUANTITY;    *
      * 'Q' = APPROVE ONE LINE (AP-ITEM-NUMBER) AT AP-ORDER-QTY;      *
      * 'X' = DROP ONE LINE. A LINE-LEVEL TRANSACTION OVERRIDES THE   *
      * VENDOR-LEVEL ONE FOR ITS ITEM. A SUGGESTED LINE WITH NO       *
      * APPROVAL AT EITHER LEVEL IS NOT ORDERED.                      *
      *---------------------------------------------------------------*
       FD  APPROVAL-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS APPROVAL-RECORD.
      *
       01  APPROVAL-RECORD.
           05  AP-ACTION-CODE                PIC X.
           05  AP-VENDOR-ID                  PIC X(5).
           05  AP-ITEM-NUMBER                PIC X(5).
           05  AP-ORDER-QTY                  PIC 9(5).
           05  AP-ORDER-QTY-X REDEFINES AP-ORDER-QTY
                                             PIC X(5).
           05  AP-APPROVER-ID                PIC X(5).
           05  FILLER                        PIC X(59).
      *
      *---------------------------------------------------------------*
      * OPEN PURCHASE ORDER FILE -- ONE RECORD PER PO LINE. PO-STATUS:*
      * 'O' = OPEN, 'P' = PARTLY RECEIVED, 'C' = RECEIVED IN FULL,    *
      * 'V' = OVER-RECEIVED. STOCKMV MATCHES RECEIPTS AGAINST IT AND  *
      * POAGE AGES THE OUTSTANDING LINES. THE OLD FILE IS COPIED      *
      * FORWARD AS-IS AND THE NEWLY APPROVED LINES FOLLOW IT.         *
      *---------------------------------------------------------------*
       FD  OLD-PO-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS OLD-PO-RECORD.
      *
       01  OLD-PO-RECORD.
           05  OP-PO-NUMBER                  PIC 9(6).
           05  OP-PO-NUMBER-X REDEFINES OP-PO-NUMBER
                                             PIC X(6).
           05  FILLER                        PIC X(74).
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
       FD  REGISTER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTER-RECORD.
      *
       01  REGISTER-RECORD                   PIC X(132).
      /
      ******************************************************************
       WORKING-STORAGE SECTION.
      ******************************************************************
       01 WS-EYECATCHER                     PIC X(46) VALUE
           "*** BEGINNING OF WORKING-STORAGE ***".
      *
       01 WS-PROGRAM-INDICATORS.
          05 WS-MORE-SUGGEST-SW             PIC X.
             88 MORE-SUGGEST                          VALUE 'Y'.
             88 NO-MORE-SUGGEST                       VALUE 'N'.
          05 WS-MORE-TRANS-SW               PIC X.
             88 MORE-TRANS                            VALUE 'Y'.
             88 NO-MORE-TRANS                         VALUE 'N'.
          05 WS-MORE-OLDPO-SW               PIC X.
             88 MORE-OLDPO                            VALUE 'Y'.
             88 NO-MORE-OLDPO                         VALUE 'N'.
          05 WS-VENDOR-OK-SW                PIC X.
             88 WS-VENDOR-OK                          VALUE 'Y'.
             88 WS-VENDOR-NOT-OK                      VALUE 'N'.
          05 WS-PO-RAISED-SW                PIC X.
             88 WS-PO-RAISED                          VALUE 'Y'.
             88 WS-PO-NOT-RAISED                      VALUE 'N'.
          05 WS-ENTRY-FOUND-SW              PIC X.
             88 WS-ENTRY-FOUND                        VALUE 'Y'.
             88 WS-ENTRY-NOT-FOUND                    VALUE 'N'.
      *
       01 WS-VENDOR-FILE-STATUS             PIC XX.
      *
       01 WS-SUGGEST-FILE-STATUS            PIC XX.
      *
       01 WS-OLDPO-FILE-STATUS              PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-SUGGEST-READ                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-OLD-LINES-COPIED            PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-POS-RAISED                  PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-LINES-ORDERED               PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-LINES-NOT-ORDERED           PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-LINES                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-PO-VALUE                    PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
          05 WS-ORDERED-VALUE               PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-DUE-DATE                    PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-VENDOR                 PIC X(5).
          05 WS-LAST-PO-NUMBER              PIC 9(6)  VALUE ZERO.
          05 WS-CURRENT-PO-NUMBER           PIC 9(6)  VALUE ZERO.
          05 WS-LEAD-DAYS                   PIC 9(3).
          05 WS-VENDOR-APPROVAL-IDX         PIC S9(4) BINARY.
          05 WS-LINE-APPROVAL-IDX           PIC S9(4) BINARY.
          05 WS-ORDER-QTY                   PIC 9(5).
          05 WS-APPROVER-ID                 PIC X(5).
          05 WS-LINE-VALUE                  PIC S9(9)V99 COMP-3.
          05 WS-SKIP-REASON                 PIC X(30).
          05 WS-VENDOR-REASON               PIC X(30).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-DEFAULT-LEAD-DAYS           PIC 9(3)  VALUE 14.
      *
      *---------------------------------------------------------------*
      * APPROVAL TRANSACTIONS, LOADED UP FRONT SO EACH SUGGESTED LINE *
      * CAN BE JUDGED AGAINST ITS VENDOR- AND LINE-LEVEL APPROVALS    *
      * WHATEVER ORDER THEY WERE KEYED IN. AN ENTRY NO SUGGESTION     *
      * USED IS REPORTED AS REJECTED AT THE END.                      *
      *---------------------------------------------------------------*
       01 WS-APPR-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +300.
       01 WS-APPR-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-APPR-IDX                       PIC S9(4) BINARY.
       01 WS-APPR-TABLE.
          05 WS-APPR-ENTRY OCCURS 300 TIMES.
             10 WS-AP-ACTION                PIC X.
             10 WS-AP-VENDOR-ID             PIC X(5).
             10 WS-AP-ITEM-NUMBER           PIC X(5).
             10 WS-AP-ORDER-QTY             PIC 9(5).
             10 WS-AP-APPROVER-ID           PIC X(5).
             10 WS-AP-USED-SW               PIC X.
                88 WS-AP-USED                         VALUE 'Y'.
      *
      *---------------------------------------------------------------*
      * SUGGESTED LINES NOT ORDERED, HELD FOR THE LISTING THAT ENDS   *
      * THE REGISTER                                                  *
      *---------------------------------------------------------------*
       01 WS-SKIP-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-SKIP-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-SKIP-IDX                       PIC S9(4) BINARY.
       01 WS-SKIP-TABLE.
          05 WS-SKIP-ENTRY OCCURS 500 TIMES.
             10 WS-SK-VENDOR-ID             PIC X(5).
             10 WS-SK-ITEM-NUMBER           PIC X(5).
             10 WS-SK-DESCRIPTION           PIC X(25).
             10 WS-SK-SUGGEST-QTY           PIC 9(5).
             10 WS-SK-REASON                PIC X(30).
      *
       01 WS-REGISTER-HEADING-1.
          05 REG-HEADING-YYYY               PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-HEADING-MM                 PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-HEADING-DD                 PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(38) VALUE
             'PURCHASE ORDER REGISTER'.
          05 FILLER                         PIC X(46) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 REG-HEADING-PAGE               PIC ZZ9.
      *
       01 WS-PO-HEADING-1.
          05 FILLER                         PIC X(16) VALUE
             'PURCHASE ORDER'.
          05 REG-PO-NUMBER                  PIC 9(6).
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 FILLER                         PIC X(12) VALUE
             'ORDER DATE'.
          05 REG-ORDER-YYYY                 PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-ORDER-MM                   PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-ORDER-DD                   PIC 99.
          05 FILLER                         PIC X(6)  VALUE SPACES.
          05 FILLER                         PIC X(10) VALUE
             'DUE DATE'.
          05 REG-DUE-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-DUE-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 REG-DUE-DD                     PIC 99.
          05 FILLER                         PIC X(56) VALUE SPACES.
      *
       01 WS-PO-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE
             'VENDOR'.
          05 REG-VENDOR-ID                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-VENDOR-NAME                PIC X(30).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'PHONE'.
          05 REG-VENDOR-PHONE               PIC X(10).
          05 FILLER                         PIC X(66) VALUE SPACES.
      *
       01 WS-PO-HEADING-3.
          05 FILLER                         PIC X(16) VALUE SPACES.
          05 REG-VENDOR-STREET              PIC X(18).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 REG-VENDOR-CITY                PIC X(12).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 REG-VENDOR-STATE               PIC X(2).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 REG-VENDOR-POSTAL              PIC X(5).
          05 FILLER                         PIC X(73) VALUE SPACES.
      *
       01 WS-PO-HEADING-4.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(9)  VALUE
             ' SUGGEST'.
          05 FILLER                         PIC X(9)  VALUE
             ' ORDERED'.
          05 FILLER                         PIC X(14) VALUE
             '   UNIT COST'.
          05 FILLER                         PIC X(16) VALUE
             '      EXTENDED'.
          05 FILLER                         PIC X(49) VALUE
             'APPROVED BY'.
      *
       01 WS-PO-DETAIL.
          05 REG-ITEM-NUMBER                PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-ITEM-DESCRIPTION           PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 REG-SUGGEST-QTY                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-ORDER-QTY                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-UNIT-COST                  PIC ZZZZ,ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-EXTENDED-VALUE             PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-APPROVER-ID                PIC X(5).
          05 FILLER                         PIC X(44) VALUE SPACES.
      *
       01 WS-PO-TOTAL-LINE.
          05 FILLER                         PIC X(10) VALUE SPACES.
          05 REG-TOT-LABEL                  PIC X(32).
          05 FILLER                         PIC X(7)  VALUE 'LINES:'.
          05 REG-TOT-LINES                  PIC ZZ,ZZ9.
          05 FILLER                         PIC X(20) VALUE SPACES.
          05 REG-TOT-VALUE                  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER                         PIC X(44) VALUE SPACES.
      *
       01 WS-SKIP-HEADING.
          05 FILLER                         PIC X(44) VALUE
             'SUGGESTED LINES NOT ORDERED'.
          05 FILLER                         PIC X(88) VALUE SPACES.
      *
       01 WS-SKIP-COLUMN-HEADING.
          05 FILLER                         PIC X(8)  VALUE 'VENDOR'.
          05 FILLER                         PIC X(8)  VALUE 'ITEM'.
          05 FILLER                         PIC X(27) VALUE
             'DESCRIPTION'.
          05 FILLER                         PIC X(9)  VALUE
             ' SUGGEST'.
          05 FILLER                         PIC X(80) VALUE
             'REASON'.
      *
       01 WS-SKIP-DETAIL.
          05 REG-SK-VENDOR-ID               PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-SK-ITEM-NUMBER             PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-SK-DESCRIPTION             PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 REG-SK-SUGGEST-QTY             PIC ZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 REG-SK-REASON                  PIC X(30).
          05 FILLER                         PIC X(50) VALUE SPACES.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * LOAD THE APPROVALS, CARRY THE EXISTING OPEN POS FORWARD (AND  *
      * FIND THE HIGHEST PO NUMBER USED), THEN WALK THE SUGGESTIONS   *
      * ONE VENDOR AT A TIME RAISING A PO FOR EACH APPROVED VENDOR    *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM B0500-LOAD-APPROVALS
           PERFORM B0700-COPY-OLD-POS
      *
           PERFORM X2000-READ-SUGGESTION
           PERFORM C0000-PROCESS-SUGGESTIONS
              UNTIL NO-MORE-SUGGEST
           IF WS-PREV-VENDOR NOT = LOW-VALUES
              PERFORM C3000-END-VENDOR
           END-IF
      *
           PERFORM D0000-REPORT-UNUSED-APPROVALS
           PERFORM D5000-WRITE-SKIPPED-LINES
           PERFORM D8000-WRITE-TOTALS
           PERFORM E0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-SUGGEST   TO TRUE
           SET  MORE-TRANS     TO TRUE
           SET  MORE-OLDPO     TO TRUE
           MOVE LOW-VALUES     TO WS-PREV-VENDOR
           MOVE ZERO           TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO REG-HEADING-YYYY
                                 REG-ORDER-YYYY
           MOVE WS-DATE (5:2) TO REG-HEADING-MM
                                 REG-ORDER-MM
           MOVE WS-DATE (7:2) TO REG-HEADING-DD
                                 REG-ORDER-DD
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO SUGGESTIONS, NOTHING TO APPROVE; NO VENDOR MASTER, NO WAY  *
      * TO ADDRESS OR DATE AN ORDER -- EITHER IS A DEAD STOP BEFORE   *
      * THE NEW OPEN-PO FILE IS WRITTEN, SO THE OLD ONE STANDS.       *
      *---------------------------------------------------------------*
           OPEN INPUT SUGGEST-FILE
           IF WS-SUGGEST-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: SUGGESTION FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-SUGGEST-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: VENDOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-VENDOR-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE SUGGEST-FILE
              STOP RUN
           END-IF
      *
           OPEN INPUT  APPROVAL-TRANS
                OUTPUT NEW-PO-FILE
                       REGISTER-FILE
           .

      ******************************************************************
       B0500-LOAD-APPROVALS.
      ******************************************************************

           MOVE ZERO TO WS-APPR-COUNT
      *
           PERFORM UNTIL NO-MORE-TRANS
              READ APPROVAL-TRANS
                 AT END
                    SET NO-MORE-TRANS TO TRUE
                 NOT AT END
                    PERFORM B0600-EDIT-APPROVAL
              END-READ
           END-PERFORM
           .

      ******************************************************************
       B0600-EDIT-APPROVAL.
      ******************************************************************

      *---------------------------------------------------------------*
      * A BAD APPROVAL IS REJECTED HERE AND NEVER TABLED, SO IT CAN'T *
      * ORDER ANYTHING. A TABLE OVERFLOW IS A DEAD STOP -- GUESSING   *
      * AT THE REST OF THE BUYER'S DECISIONS IS NOT AN OPTION.        *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN AP-ACTION-CODE NOT = 'A'
                   AND AP-ACTION-CODE NOT = 'Q'
                   AND AP-ACTION-CODE NOT = 'X'
                 DISPLAY 'REJECTED -- UNKNOWN ACTION CODE '
                         AP-ACTION-CODE ' FOR VENDOR ' AP-VENDOR-ID
                 ADD 1 TO WS-REJECTS
              WHEN AP-VENDOR-ID = SPACES
                 DISPLAY 'REJECTED -- VENDOR ID MISSING ON ACTION '
                         AP-ACTION-CODE
                 ADD 1 TO WS-REJECTS
              WHEN AP-ACTION-CODE NOT = 'A'
                   AND AP-ITEM-NUMBER = SPACES
                 DISPLAY 'REJECTED -- ITEM NUMBER MISSING ON ACTION '
                         AP-ACTION-CODE ' FOR VENDOR ' AP-VENDOR-ID
                 ADD 1 TO WS-REJECTS
              WHEN AP-ACTION-CODE = 'Q'
                   AND (AP-ORDER-QTY-X NOT NUMERIC
                        OR AP-ORDER-QTY = ZERO)
                 DISPLAY 'REJECTED -- ORDER QUANTITY MISSING OR ZERO '
                         'FOR VENDOR ' AP-VENDOR-ID ' ITEM '
                         AP-ITEM-NUMBER
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 IF WS-APPR-COUNT >= WS-APPR-TABLE-MAX
                    DISPLAY 'ERROR: MORE THAN ' WS-APPR-TABLE-MAX
                            ' APPROVAL TRANSACTIONS -- ABORTING RUN'
                    MOVE 16 TO RETURN-CODE
                    PERFORM E0000-CLOSE-FILES
                    STOP RUN
                 END-IF
                 ADD  1              TO WS-APPR-COUNT
                 MOVE AP-ACTION-CODE TO WS-AP-ACTION (WS-APPR-COUNT)
                 MOVE AP-VENDOR-ID   TO WS-AP-VENDOR-ID (WS-APPR-COUNT)
                 MOVE AP-ITEM-NUMBER TO
                      WS-AP-ITEM-NUMBER (WS-APPR-COUNT)
                 IF AP-ACTION-CODE = 'Q'
                    MOVE AP-ORDER-QTY TO
                         WS-AP-ORDER-QTY (WS-APPR-COUNT)
                 ELSE
                    MOVE ZERO         TO
                         WS-AP-ORDER-QTY (WS-APPR-COUNT)
                 END-IF
                 MOVE AP-APPROVER-ID TO
                      WS-AP-APPROVER-ID (WS-APPR-COUNT)
                 MOVE 'N'            TO WS-AP-USED-SW (WS-APPR-COUNT)
           END-EVALUATE
           .

      ******************************************************************
       B0700-COPY-OLD-POS.
      ******************************************************************

      *---------------------------------------------------------------*
      * COPY EVERY EXISTING PO LINE FORWARD UNCHANGED AND NOTE THE    *
      * HIGHEST PO NUMBER SO FAR. NO OLD FILE IS THE SEASON'S FIRST   *
      * APPROVAL RUN: NUMBERING STARTS AT 000001.                     *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-LAST-PO-NUMBER
      *
           OPEN INPUT OLD-PO-FILE
      *
           IF WS-OLDPO-FILE-STATUS = '00'
              PERFORM UNTIL NO-MORE-OLDPO
                 READ OLD-PO-FILE
                    AT END
                       SET NO-MORE-OLDPO TO TRUE
                    NOT AT END
                       IF OP-PO-NUMBER-X IS NUMERIC
                          AND OP-PO-NUMBER > WS-LAST-PO-NUMBER
                          MOVE OP-PO-NUMBER TO WS-LAST-PO-NUMBER
                       END-IF
                       WRITE NEW-PO-RECORD FROM OLD-PO-RECORD
                       ADD 1 TO WS-OLD-LINES-COPIED
                 END-READ
              END-PERFORM
      *
              CLOSE OLD-PO-FILE
           ELSE
              DISPLAY 'WARNING: OLD OPEN PO FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-OLDPO-FILE-STATUS ') -- '
                      'STARTING A NEW FILE'
           END-IF
           .

      ******************************************************************
       C0000-PROCESS-SUGGESTIONS.
      ******************************************************************

           IF PS-VENDOR-ID NOT = WS-PREV-VENDOR
              IF WS-PREV-VENDOR NOT = LOW-VALUES
                 PERFORM C3000-END-VENDOR
              END-IF
              PERFORM C1000-START-VENDOR
           END-IF
      *
           PERFORM C2000-JUDGE-ONE-LINE
      *
           PERFORM X2000-READ-SUGGESTION
           .

      ******************************************************************
       C1000-START-VENDOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * LOOK THE VENDOR UP ONCE PER GROUP AND FIND ITS VENDOR-LEVEL   *
      * APPROVAL, IF ANY. THE PO NUMBER IS ONLY TAKEN WHEN THE FIRST  *
      * LINE IS ACTUALLY APPROVED.                                    *
      *---------------------------------------------------------------*
           MOVE PS-VENDOR-ID TO WS-PREV-VENDOR
           SET  WS-PO-NOT-RAISED TO TRUE
           MOVE ZERO         TO WS-PO-LINES
                                WS-PO-VALUE
                                WS-VENDOR-APPROVAL-IDX
           MOVE SPACES       TO WS-VENDOR-REASON
      *
           MOVE PS-VENDOR-ID TO VN-VENDOR-ID
           READ VENDOR-MASTER
              INVALID KEY
                 SET  WS-VENDOR-NOT-OK TO TRUE
                 MOVE 'VENDOR NOT ON VENDOR MASTER'
                                       TO WS-VENDOR-REASON
              NOT INVALID KEY
                 IF VN-VENDOR-STATUS = 'A'
                    SET  WS-VENDOR-OK     TO TRUE
                 ELSE
                    SET  WS-VENDOR-NOT-OK TO TRUE
                    MOVE 'VENDOR NOT ACTIVE'
                                          TO WS-VENDOR-REASON
                 END-IF
           END-READ
      *
           IF VN-LEAD-DAYS IS NUMERIC
              AND VN-LEAD-DAYS > ZERO
              AND WS-VENDOR-OK
              MOVE VN-LEAD-DAYS         TO WS-LEAD-DAYS
           ELSE
              MOVE WS-DEFAULT-LEAD-DAYS TO WS-LEAD-DAYS
           END-IF
      *
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-AP-ACTION (WS-APPR-IDX) = 'A'
                 AND WS-AP-VENDOR-ID (WS-APPR-IDX) = PS-VENDOR-ID
                 MOVE 'Y'         TO WS-AP-USED-SW (WS-APPR-IDX)
                 MOVE WS-APPR-IDX TO WS-VENDOR-APPROVAL-IDX
              END-IF
           END-PERFORM
           .

      ******************************************************************
       C2000-JUDGE-ONE-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * A LINE-LEVEL APPROVAL BEATS THE VENDOR-LEVEL ONE. A BAD       *
      * VENDOR BEATS BOTH -- THE LINE IS LISTED AS NOT ORDERED.       *
      *---------------------------------------------------------------*
           ADD  1    TO WS-SUGGEST-READ
           MOVE ZERO TO WS-LINE-APPROVAL-IDX
      *
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF WS-AP-ACTION (WS-APPR-IDX) NOT = 'A'
                 AND WS-AP-VENDOR-ID (WS-APPR-IDX) = PS-VENDOR-ID
                 AND WS-AP-ITEM-NUMBER (WS-APPR-IDX) = PS-ITEM-NUMBER
                 MOVE 'Y'         TO WS-AP-USED-SW (WS-APPR-IDX)
                 MOVE WS-APPR-IDX TO WS-LINE-APPROVAL-IDX
              END-IF
           END-PERFORM
      *
           MOVE SPACES TO WS-SKIP-REASON
           MOVE ZERO   TO WS-ORDER-QTY
      *
           EVALUATE TRUE
              WHEN WS-VENDOR-NOT-OK
                 MOVE WS-VENDOR-REASON TO WS-SKIP-REASON
              WHEN WS-LINE-APPROVAL-IDX > ZERO
                 AND WS-AP-ACTION (WS-LINE-APPROVAL-IDX) = 'X'
                 MOVE 'DROPPED BY BUYER' TO WS-SKIP-REASON
              WHEN WS-LINE-APPROVAL-IDX > ZERO
                 MOVE WS-AP-ORDER-QTY (WS-LINE-APPROVAL-IDX)
                                         TO WS-ORDER-QTY
                 MOVE WS-AP-APPROVER-ID (WS-LINE-APPROVAL-IDX)
                                         TO WS-APPROVER-ID
              WHEN WS-VENDOR-APPROVAL-IDX > ZERO
                 MOVE PS-SUGGEST-QTY     TO WS-ORDER-QTY
                 MOVE WS-AP-APPROVER-ID (WS-VENDOR-APPROVAL-IDX)
                                         TO WS-APPROVER-ID
              WHEN OTHER
                 MOVE 'NOT APPROVED'     TO WS-SKIP-REASON
           END-EVALUATE
      *
           IF WS-ORDER-QTY > ZERO
              PERFORM C2500-ORDER-LINE
           ELSE
              PERFORM C2900-HOLD-SKIPPED-LINE
           END-IF
           .

      ******************************************************************
       C2500-ORDER-LINE.
      ******************************************************************

           IF WS-PO-NOT-RAISED
              PERFORM C2600-RAISE-PO
           END-IF
      *
           COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * PS-UNIT-COST
      *
           MOVE SPACES               TO NEW-PO-RECORD
           MOVE WS-CURRENT-PO-NUMBER TO NP-PO-NUMBER
           MOVE PS-VENDOR-ID         TO NP-VENDOR-ID
           MOVE PS-ITEM-NUMBER       TO NP-ITEM-NUMBER
           MOVE PS-ITEM-DESCRIPTION  TO NP-ITEM-DESCRIPTION
           MOVE WS-ORDER-QTY         TO NP-ORDER-QTY
           MOVE ZERO                 TO NP-RECEIVED-QTY
           MOVE PS-UNIT-COST         TO NP-UNIT-COST
           MOVE WS-DATE              TO NP-ORDER-DATE
           MOVE WS-DUE-DATE          TO NP-DUE-DATE
           MOVE 'O'                  TO NP-STATUS
           WRITE NEW-PO-RECORD
      *
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM C2700-WRITE-PO-HEADINGS
           END-IF
      *
           MOVE PS-ITEM-NUMBER       TO REG-ITEM-NUMBER
           MOVE PS-ITEM-DESCRIPTION  TO REG-ITEM-DESCRIPTION
           MOVE PS-SUGGEST-QTY       TO REG-SUGGEST-QTY
           MOVE WS-ORDER-QTY         TO REG-ORDER-QTY
           MOVE PS-UNIT-COST         TO REG-UNIT-COST
           MOVE WS-LINE-VALUE        TO REG-EXTENDED-VALUE
           MOVE WS-APPROVER-ID       TO REG-APPROVER-ID
           WRITE REGISTER-RECORD FROM WS-PO-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
      *
           ADD 1             TO WS-LINES-ORDERED
                                WS-PO-LINES
           ADD WS-LINE-VALUE TO WS-PO-VALUE
                                WS-ORDERED-VALUE
           .

      ******************************************************************
       C2600-RAISE-PO.
      ******************************************************************

      *---------------------------------------------------------------*
      * NEXT PO NUMBER; DUE DATE IS TODAY PLUS THE VENDOR'S LEAD TIME *
      *---------------------------------------------------------------*
           ADD  1                 TO WS-LAST-PO-NUMBER
           MOVE WS-LAST-PO-NUMBER TO WS-CURRENT-PO-NUMBER
           SET  WS-PO-RAISED      TO TRUE
           ADD  1                 TO WS-POS-RAISED
      *
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER (
                                    FUNCTION INTEGER-OF-DATE (WS-DATE)
                                    + WS-LEAD-DAYS)
      *
           MOVE WS-CURRENT-PO-NUMBER TO REG-PO-NUMBER
           MOVE WS-DUE-DATE (1:4)    TO REG-DUE-YYYY
           MOVE WS-DUE-DATE (5:2)    TO REG-DUE-MM
           MOVE WS-DUE-DATE (7:2)    TO REG-DUE-DD
           MOVE VN-VENDOR-ID         TO REG-VENDOR-ID
           MOVE VN-VENDOR-NAME       TO REG-VENDOR-NAME
           MOVE VN-PHONE             TO REG-VENDOR-PHONE
           MOVE VN-STREET-ADDR       TO REG-VENDOR-STREET
           MOVE VN-CITY              TO REG-VENDOR-CITY
           MOVE VN-STATE             TO REG-VENDOR-STATE
           MOVE VN-POSTAL-CODE       TO REG-VENDOR-POSTAL
      *
           PERFORM C2700-WRITE-PO-HEADINGS
           .

      ******************************************************************
       C2700-WRITE-PO-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO REG-HEADING-PAGE
      *
           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING-1
              AFTER TOP-PAGE
           WRITE REGISTER-RECORD FROM WS-PO-HEADING-1
              AFTER 2
           WRITE REGISTER-RECORD FROM WS-PO-HEADING-2
              AFTER 2
           WRITE REGISTER-RECORD FROM WS-PO-HEADING-3
              AFTER 1
           WRITE REGISTER-RECORD FROM WS-PO-HEADING-4
              AFTER 2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
              AFTER 1
           .

      ******************************************************************
       C2900-HOLD-SKIPPED-LINE.
      ******************************************************************

           ADD 1 TO WS-LINES-NOT-ORDERED
      *
           IF WS-SKIP-COUNT < WS-SKIP-TABLE-MAX
              ADD  1                   TO WS-SKIP-COUNT
              MOVE PS-VENDOR-ID        TO
                   WS-SK-VENDOR-ID (WS-SKIP-COUNT)
              MOVE PS-ITEM-NUMBER      TO
                   WS-SK-ITEM-NUMBER (WS-SKIP-COUNT)
              MOVE PS-ITEM-DESCRIPTION TO
                   WS-SK-DESCRIPTION (WS-SKIP-COUNT)
              MOVE PS-SUGGEST-QTY      TO
                   WS-SK-SUGGEST-QTY (WS-SKIP-COUNT)
              MOVE WS-SKIP-REASON      TO
                   WS-SK-REASON (WS-SKIP-COUNT)
           ELSE
              DISPLAY 'WARNING: NOT-ORDERED LISTING FULL -- VENDOR '
                      PS-VENDOR-ID ' ITEM ' PS-ITEM-NUMBER ' '
                      WS-SKIP-REASON
           END-IF
           .

      ******************************************************************
       C3000-END-VENDOR.
      ******************************************************************

           IF WS-PO-RAISED
              MOVE SPACES TO REG-TOT-LABEL
              STRING 'TOTAL FOR PURCHASE ORDER ' DELIMITED BY SIZE
                     WS-CURRENT-PO-NUMBER        DELIMITED BY SIZE
                INTO REG-TOT-LABEL
              END-STRING
              MOVE WS-PO-LINES TO REG-TOT-LINES
              MOVE WS-PO-VALUE TO REG-TOT-VALUE
              WRITE REGISTER-RECORD FROM WS-PO-TOTAL-LINE
                 AFTER 2
           END-IF
           .

      ******************************************************************
       D0000-REPORT-UNUSED-APPROVALS.
      ******************************************************************

      *---------------------------------------------------------------*
      * AN APPROVAL THAT MATCHED NO SUGGESTED LINE ORDERED NOTHING -- *
      * MOST LIKELY A MISKEYED VENDOR OR ITEM. SAY SO.                *
      *---------------------------------------------------------------*
           PERFORM VARYING WS-APPR-IDX FROM 1 BY 1
                   UNTIL WS-APPR-IDX > WS-APPR-COUNT
              IF NOT WS-AP-USED (WS-APPR-IDX)
                 DISPLAY 'REJECTED -- NO SUGGESTION FOR ACTION '
                         WS-AP-ACTION (WS-APPR-IDX) ' VENDOR '
                         WS-AP-VENDOR-ID (WS-APPR-IDX) ' ITEM '
                         WS-AP-ITEM-NUMBER (WS-APPR-IDX)
                 ADD 1 TO WS-REJECTS
              END-IF
           END-PERFORM
           .

      ******************************************************************
       D5000-WRITE-SKIPPED-LINES.
      ******************************************************************

           IF WS-SKIP-COUNT > ZERO
              PERFORM D5500-WRITE-SKIP-HEADINGS
              PERFORM VARYING WS-SKIP-IDX FROM 1 BY 1
                      UNTIL WS-SKIP-IDX > WS-SKIP-COUNT
                 IF WS-LINE >= WS-LINES-PER-PAGE
                    PERFORM D5500-WRITE-SKIP-HEADINGS
                 END-IF
                 MOVE WS-SK-VENDOR-ID (WS-SKIP-IDX)
                                        TO REG-SK-VENDOR-ID
                 MOVE WS-SK-ITEM-NUMBER (WS-SKIP-IDX)
                                        TO REG-SK-ITEM-NUMBER
                 MOVE WS-SK-DESCRIPTION (WS-SKIP-IDX)
                                        TO REG-SK-DESCRIPTION
                 MOVE WS-SK-SUGGEST-QTY (WS-SKIP-IDX)
                                        TO REG-SK-SUGGEST-QTY
                 MOVE WS-SK-REASON (WS-SKIP-IDX)
                                        TO REG-SK-REASON
                 WRITE REGISTER-RECORD FROM WS-SKIP-DETAIL
                    AFTER 1
                 ADD 1 TO WS-LINE
              END-PERFORM
           END-IF
           .

      ******************************************************************
       D5500-WRITE-SKIP-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO REG-HEADING-PAGE
      *
           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING-1
              AFTER TOP-PAGE
           WRITE REGISTER-RECORD FROM WS-SKIP-HEADING
              AFTER 2
           WRITE REGISTER-RECORD FROM WS-SKIP-COLUMN-HEADING
              AFTER 2
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
              AFTER 1
           .

      ******************************************************************
       D8000-WRITE-TOTALS.
      ******************************************************************

           IF WS-REJECTS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           DISPLAY ' '
           DISPLAY 'PURCHASE ORDER APPROVAL SUMMARY'
           DISPLAY '  APPROVALS LOADED:       ' WS-APPR-COUNT
           DISPLAY '  SUGGESTED LINES READ:   ' WS-SUGGEST-READ
           DISPLAY '  PURCHASE ORDERS RAISED: ' WS-POS-RAISED
           DISPLAY '  LINES ORDERED:          ' WS-LINES-ORDERED
           DISPLAY '  VALUE ORDERED:          ' WS-ORDERED-VALUE
           DISPLAY '  LINES NOT ORDERED:      ' WS-LINES-NOT-ORDERED
           DISPLAY '  EXISTING LINES CARRIED: ' WS-OLD-LINES-COPIED
           DISPLAY '  LAST PO NUMBER USED:    ' WS-LAST-PO-NUMBER
           DISPLAY '  REJECTED APPROVALS:     ' WS-REJECTS
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************

           CLOSE SUGGEST-FILE
                 VENDOR-MASTER
                 APPROVAL-TRANS
                 NEW-PO-FILE
                 REGISTER-FILE
           .

      ******************************************************************
       X2000-READ-SUGGESTION.
      ******************************************************************

           READ SUGGEST-FILE
              AT END
                 SET NO-MORE-SUGGEST TO TRUE
           END-READ
           .
