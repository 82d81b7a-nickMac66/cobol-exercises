      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   VENDMNT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> VENDOR MAINTENANCE: APPLY ADD/CHANGE/          *
      *                DEACTIVATE TRANSACTIONS AGAINST THE VENDOR     *
      *                MASTER. ITEMMNT VALIDATES THE VENDOR NUMBER    *
      *                CARRIED ON THE CATALOG AGAINST THIS MASTER,    *
      *                POSUGG GROUPS SUGGESTED ORDERS BY IT, POAPPR   *
      *                TAKES THE LEAD TIME FROM IT TO SET THE DUE     *
      *                DATE, AND POAGE NAMES THE LATE VENDORS FROM    *
      *                IT. INDEXED AND UPDATED IN PLACE, THE SAME     *
      *                PATTERN DONORMNT USES FOR THE DONOR MASTER.    *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************

       FILE-CONTROL.
           SELECT VENDOR-MASTER    ASSIGN TO VENDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VN-VENDOR-ID
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT VENDOR-TRANS     ASSIGN TO UT-S-VENDTRN.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * VENDOR MASTER -- INDEXED, KEYED ON VN-VENDOR-ID, UPDATED IN   *
      * PLACE BY THIS PROGRAM. VN-VENDOR-STATUS: 'A' = ACTIVE, 'I' =  *
      * DEACTIVATED. A DEACTIVATED VENDOR STAYS ON THE MASTER SO      *
      * ITS OPEN PURCHASE ORDERS STILL AGE TO A NAME, BUT POAPPR      *
      * RAISES NO NEW ORDERS AGAINST IT. VN-LEAD-DAYS IS THE USUAL    *
      * ORDER-TO-DOCK TIME IN CALENDAR DAYS.                          *
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
      * MAINTENANCE TRANSACTIONS. TR-ACTION-CODE: 'A' = ADD,          *
      * 'C' = CHANGE NAME/ADDRESS/PHONE/LEAD TIME, 'D' = DEACTIVATE.  *
      * THE PURCHASE ORDER GOES TO THE ADDRESS, SO AN ADD OR CHANGE   *
      * NEEDS ALL OF IT. A BLANK LEAD TIME IS TAKEN AS ZERO AND       *
      * POAPPR THEN USES ITS STANDARD LEAD TIME.                      *
      *---------------------------------------------------------------*
       FD  VENDOR-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANS-RECORD.
      *
       01  TRANS-RECORD.
           05  TR-ACTION-CODE                PIC X.
           05  TR-VENDOR-ID                  PIC X(5).
           05  TR-VENDOR-NAME                PIC X(30).
           05  TR-STREET-ADDR                PIC X(18).
           05  TR-CITY                       PIC X(12).
           05  TR-STATE                      PIC X(2).
           05  TR-POSTAL-CODE                PIC 9(5).
           05  TR-POSTAL-CODE-X REDEFINES TR-POSTAL-CODE
                                             PIC X(5).
           05  TR-PHONE                      PIC X(10).
           05  TR-LEAD-DAYS                  PIC 9(3).
           05  TR-LEAD-DAYS-X REDEFINES TR-LEAD-DAYS
                                             PIC X(3).
           05  FILLER                        PIC X(14).
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
          05 WS-REWRITE-OK-SW               PIC X.
             88 WS-REWRITE-OK                         VALUE 'Y'.
             88 WS-REWRITE-FAILED                     VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-ADDS                        PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CHANGES                     PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DEACTIVATES                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
      /
      ******************************************************************
       PROCEDURE DIVISION.
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
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE MASTER OPENS I-O. THE FIRST RUN FINDS IT NOT YET DEFINED  *
      * (STATUS 35); IT IS CREATED EMPTY AND REOPENED. ANY OTHER      *
      * FAILURE IS A DEAD STOP.                                       *
      *---------------------------------------------------------------*
           OPEN I-O   VENDOR-MASTER
           IF WS-MASTER-FILE-STATUS = '35'
              OPEN OUTPUT VENDOR-MASTER
              CLOSE VENDOR-MASTER
              OPEN I-O    VENDOR-MASTER
           END-IF
      *
           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: VENDOR-MASTER COULD NOT BE OPENED I-O '
                      '(STATUS ' WS-MASTER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT VENDOR-TRANS
           .

      ******************************************************************
       C0000-APPLY-TRANSACTIONS.
      ******************************************************************

           PERFORM X1000-READ-MASTER-BY-KEY
      *
           EVALUATE TRUE
              WHEN TR-ACTION-CODE = 'A' AND WS-MASTER-NOT-FOUND
                 PERFORM C2000-ADD-VENDOR
              WHEN TR-ACTION-CODE = 'A'
                 DISPLAY 'REJECTED -- VENDOR ' TR-VENDOR-ID
                         ' ALREADY EXISTS, CANNOT ADD'
                 ADD 1 TO WS-REJECTS
              WHEN WS-MASTER-NOT-FOUND
                 DISPLAY 'REJECTED -- NO MASTER RECORD FOR VENDOR '
                         TR-VENDOR-ID ' ACTION ' TR-ACTION-CODE
                 ADD 1 TO WS-REJECTS
              WHEN TR-ACTION-CODE = 'C'
                 PERFORM C3000-CHANGE-VENDOR
              WHEN TR-ACTION-CODE = 'D'
                 PERFORM C3200-DEACTIVATE-VENDOR
              WHEN OTHER
                 DISPLAY 'REJECTED -- UNKNOWN ACTION CODE '
                         TR-ACTION-CODE ' FOR VENDOR ' TR-VENDOR-ID
                 ADD 1 TO WS-REJECTS
           END-EVALUATE
      *
           PERFORM X2000-READ-TRANS
           .

      ******************************************************************
       C2000-ADD-VENDOR.
      ******************************************************************

           IF TR-VENDOR-NAME = SPACES
              OR TR-STREET-ADDR = SPACES
              OR TR-CITY = SPACES
              OR TR-POSTAL-CODE-X NOT NUMERIC
              DISPLAY 'REJECTED -- NAME AND FULL ADDRESS REQUIRED '
                      'FOR VENDOR ' TR-VENDOR-ID ' ON ADD'
              ADD 1 TO WS-REJECTS
           ELSE
              IF TR-LEAD-DAYS-X NOT = SPACES
                 AND TR-LEAD-DAYS-X NOT NUMERIC
                 DISPLAY 'REJECTED -- LEAD TIME NOT NUMERIC '
                         'FOR VENDOR ' TR-VENDOR-ID ' ON ADD'
                 ADD 1 TO WS-REJECTS
              ELSE
                 MOVE SPACES           TO VENDOR-MASTER-RECORD
                 MOVE TR-VENDOR-ID     TO VN-VENDOR-ID
                 PERFORM C2100-MOVE-VENDOR-FIELDS
                 MOVE 'A'              TO VN-VENDOR-STATUS
      *
                 WRITE VENDOR-MASTER-RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: WRITE FAILED FOR VENDOR '
                               TR-VENDOR-ID ' (STATUS '
                               WS-MASTER-FILE-STATUS ')'
                       ADD 1 TO WS-REJECTS
                    NOT INVALID KEY
                       ADD 1 TO WS-ADDS
                 END-WRITE
              END-IF
           END-IF
           .

      ******************************************************************
       C2100-MOVE-VENDOR-FIELDS.
      ******************************************************************

           MOVE TR-VENDOR-NAME      TO VN-VENDOR-NAME
           MOVE TR-STREET-ADDR      TO VN-STREET-ADDR
           MOVE TR-CITY             TO VN-CITY
           MOVE TR-STATE            TO VN-STATE
           MOVE TR-POSTAL-CODE-X    TO VN-POSTAL-CODE
           MOVE TR-PHONE            TO VN-PHONE
      *
           IF TR-LEAD-DAYS-X = SPACES
              MOVE ZERO             TO VN-LEAD-DAYS
           ELSE
              MOVE TR-LEAD-DAYS     TO VN-LEAD-DAYS
           END-IF
           .

      ******************************************************************
       C3000-CHANGE-VENDOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * NAME/ADDRESS/LEAD-TIME CHANGE -- STATUS STANDS. SAME EDITS AS *
      * AN ADD: A HALF-KEYED ADDRESS MEANS THE ORDER GOES NOWHERE.    *
      *---------------------------------------------------------------*
           IF TR-VENDOR-NAME = SPACES
              OR TR-STREET-ADDR = SPACES
              OR TR-CITY = SPACES
              OR TR-POSTAL-CODE-X NOT NUMERIC
              DISPLAY 'REJECTED -- NAME AND FULL ADDRESS REQUIRED '
                      'FOR VENDOR ' TR-VENDOR-ID ' ON CHANGE'
              ADD 1 TO WS-REJECTS
           ELSE
              IF TR-LEAD-DAYS-X NOT = SPACES
                 AND TR-LEAD-DAYS-X NOT NUMERIC
                 DISPLAY 'REJECTED -- LEAD TIME NOT NUMERIC '
                         'FOR VENDOR ' TR-VENDOR-ID ' ON CHANGE'
                 ADD 1 TO WS-REJECTS
              ELSE
                 PERFORM C2100-MOVE-VENDOR-FIELDS
                 PERFORM X1500-REWRITE-MASTER
                 IF WS-REWRITE-OK
                    ADD 1 TO WS-CHANGES
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
       C3200-DEACTIVATE-VENDOR.
      ******************************************************************

           MOVE 'I' TO VN-VENDOR-STATUS
           PERFORM X1500-REWRITE-MASTER
           IF WS-REWRITE-OK
              ADD 1 TO WS-DEACTIVATES
           END-IF
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'VENDOR MAINTENANCE SUMMARY'
           DISPLAY '  VENDORS ADDED:       ' WS-ADDS
           DISPLAY '  VENDORS CHANGED:     ' WS-CHANGES
           DISPLAY '  VENDORS DEACTIVATED: ' WS-DEACTIVATES
           DISPLAY '  REJECTED TRANS:      ' WS-REJECTS
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************

           CLOSE VENDOR-MASTER
                 VENDOR-TRANS
           .

      ******************************************************************
       X1000-READ-MASTER-BY-KEY.
      ******************************************************************

           MOVE TR-VENDOR-ID TO VN-VENDOR-ID
      *
           READ VENDOR-MASTER
              INVALID KEY
                 SET WS-MASTER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-MASTER-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X1500-REWRITE-MASTER.
      ******************************************************************

           REWRITE VENDOR-MASTER-RECORD
              INVALID KEY
                 SET WS-REWRITE-FAILED TO TRUE
                 DISPLAY 'ERROR: REWRITE FAILED FOR VENDOR '
                         TR-VENDOR-ID ' (STATUS '
                         WS-MASTER-FILE-STATUS ')'
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
           END-REWRITE
           .

      ******************************************************************
       X2000-READ-TRANS.
      ******************************************************************

           READ VENDOR-TRANS
              AT END
                 SET NO-MORE-TRANS TO TRUE
           END-READ
           .
