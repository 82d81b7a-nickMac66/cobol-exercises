      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   DONORMNT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> IN-KIND DONOR MAINTENANCE: APPLY ADD/CHANGE/   *
      *                DEACTIVATE TRANSACTIONS AGAINST THE DONOR      *
      *                MASTER. STOCKMV VALIDATES THE DONOR ID ON      *
      *                EVERY DONATION RECEIPT AGAINST THIS MASTER,    *
      *                AND DONORLTR ADDRESSES THE SEASON-END          *
      *                ACKNOWLEDGEMENT LETTERS FROM IT. INDEXED AND   *
      *                UPDATED IN PLACE, THE SAME PATTERN CLIENTMNT   *
      *                USES FOR THE CLIENT MASTER.                    *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************

       FILE-CONTROL.
           SELECT DONOR-MASTER     ASSIGN TO DONORMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DN-DONOR-ID
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT DONOR-TRANS      ASSIGN TO UT-S-DONTRN.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * DONOR MASTER -- INDEXED, KEYED ON DN-DONOR-ID, UPDATED IN     *
      * PLACE BY THIS PROGRAM. DN-DONOR-STATUS: 'A' = ACTIVE, 'I' =   *
      * DEACTIVATED. A DEACTIVATED DONOR STAYS ON THE MASTER SO THE   *
      * SEASON'S LEDGER ENTRIES STILL ACKNOWLEDGE TO A NAME, BUT      *
      * STOCKMV TAKES NO NEW DONATIONS UNDER THE ID.                  *
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
      * MAINTENANCE TRANSACTIONS. TR-ACTION-CODE: 'A' = ADD,          *
      * 'C' = CHANGE NAME/ADDRESS, 'D' = DEACTIVATE. THE LETTER GOES  *
      * TO THE ADDRESS, SO AN ADD OR CHANGE NEEDS ALL OF IT.          *
      *---------------------------------------------------------------*
       FD  DONOR-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANS-RECORD.
      *
       01  TRANS-RECORD.
           05  TR-ACTION-CODE                PIC X.
           05  TR-DONOR-ID                   PIC X(5).
           05  TR-DONOR-NAME                 PIC X(30).
           05  TR-STREET-ADDR                PIC X(18).
           05  TR-CITY                       PIC X(12).
           05  TR-STATE                      PIC X(2).
           05  TR-POSTAL-CODE                PIC 9(5).
           05  TR-POSTAL-CODE-X REDEFINES TR-POSTAL-CODE
                                             PIC X(5).
           05  FILLER                        PIC X(7).
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
           OPEN I-O   DONOR-MASTER
           IF WS-MASTER-FILE-STATUS = '35'
              OPEN OUTPUT DONOR-MASTER
              CLOSE DONOR-MASTER
              OPEN I-O    DONOR-MASTER
           END-IF
      *
           IF WS-MASTER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: DONOR-MASTER COULD NOT BE OPENED I-O '
                      '(STATUS ' WS-MASTER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN INPUT DONOR-TRANS
           .

      ******************************************************************
       C0000-APPLY-TRANSACTIONS.
      ******************************************************************

           PERFORM X1000-READ-MASTER-BY-KEY
      *
           EVALUATE TRUE
              WHEN TR-ACTION-CODE = 'A' AND WS-MASTER-NOT-FOUND
                 PERFORM C2000-ADD-DONOR
              WHEN TR-ACTION-CODE = 'A'
                 DISPLAY 'REJECTED -- DONOR ' TR-DONOR-ID
                         ' ALREADY EXISTS, CANNOT ADD'
                 ADD 1 TO WS-REJECTS
              WHEN WS-MASTER-NOT-FOUND
                 DISPLAY 'REJECTED -- NO MASTER RECORD FOR DONOR '
                         TR-DONOR-ID ' ACTION ' TR-ACTION-CODE
                 ADD 1 TO WS-REJECTS
              WHEN TR-ACTION-CODE = 'C'
                 PERFORM C3000-CHANGE-DONOR
              WHEN TR-ACTION-CODE = 'D'
                 PERFORM C3200-DEACTIVATE-DONOR
              WHEN OTHER
                 DISPLAY 'REJECTED -- UNKNOWN ACTION CODE '
                         TR-ACTION-CODE ' FOR DONOR ' TR-DONOR-ID
                 ADD 1 TO WS-REJECTS
           END-EVALUATE
      *
           PERFORM X2000-READ-TRANS
           .

      ******************************************************************
       C2000-ADD-DONOR.
      ******************************************************************

           IF TR-DONOR-NAME = SPACES
              OR TR-STREET-ADDR = SPACES
              OR TR-CITY = SPACES
              OR TR-POSTAL-CODE-X NOT NUMERIC
              DISPLAY 'REJECTED -- NAME AND FULL ADDRESS REQUIRED '
                      'FOR DONOR ' TR-DONOR-ID ' ON ADD'
              ADD 1 TO WS-REJECTS
           ELSE
              MOVE SPACES           TO DONOR-MASTER-RECORD
              MOVE TR-DONOR-ID      TO DN-DONOR-ID
              PERFORM C2100-MOVE-DONOR-FIELDS
              MOVE 'A'              TO DN-DONOR-STATUS
      *
              WRITE DONOR-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR: WRITE FAILED FOR DONOR '
                            TR-DONOR-ID ' (STATUS '
                            WS-MASTER-FILE-STATUS ')'
                    ADD 1 TO WS-REJECTS
                 NOT INVALID KEY
                    ADD 1 TO WS-ADDS
              END-WRITE
           END-IF
           .

      ******************************************************************
       C2100-MOVE-DONOR-FIELDS.
      ******************************************************************

           MOVE TR-DONOR-NAME       TO DN-DONOR-NAME
           MOVE TR-STREET-ADDR      TO DN-STREET-ADDR
           MOVE TR-CITY             TO DN-CITY
           MOVE TR-STATE            TO DN-STATE
           MOVE TR-POSTAL-CODE-X    TO DN-POSTAL-CODE
           .

      ******************************************************************
       C3000-CHANGE-DONOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * NAME/ADDRESS CHANGE -- STATUS STANDS. SAME EDITS AS AN ADD:   *
      * A HALF-KEYED ADDRESS MEANS THE ACKNOWLEDGEMENT GOES NOWHERE.  *
      *---------------------------------------------------------------*
           IF TR-DONOR-NAME = SPACES
              OR TR-STREET-ADDR = SPACES
              OR TR-CITY = SPACES
              OR TR-POSTAL-CODE-X NOT NUMERIC
              DISPLAY 'REJECTED -- NAME AND FULL ADDRESS REQUIRED '
                      'FOR DONOR ' TR-DONOR-ID ' ON CHANGE'
              ADD 1 TO WS-REJECTS
           ELSE
              PERFORM C2100-MOVE-DONOR-FIELDS
              PERFORM X1500-REWRITE-MASTER
              IF WS-REWRITE-OK
                 ADD 1 TO WS-CHANGES
              END-IF
           END-IF
           .

      ******************************************************************
       C3200-DEACTIVATE-DONOR.
      ******************************************************************

           MOVE 'I' TO DN-DONOR-STATUS
           PERFORM X1500-REWRITE-MASTER
           IF WS-REWRITE-OK
              ADD 1 TO WS-DEACTIVATES
           END-IF
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'DONOR MAINTENANCE SUMMARY'
           DISPLAY '  DONORS ADDED:        ' WS-ADDS
           DISPLAY '  DONORS CHANGED:      ' WS-CHANGES
           DISPLAY '  DONORS DEACTIVATED:  ' WS-DEACTIVATES
           DISPLAY '  REJECTED TRANS:      ' WS-REJECTS
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************

           CLOSE DONOR-MASTER
                 DONOR-TRANS
           .

      ******************************************************************
       X1000-READ-MASTER-BY-KEY.
      ******************************************************************

           MOVE TR-DONOR-ID TO DN-DONOR-ID
      *
           READ DONOR-MASTER
              INVALID KEY
                 SET WS-MASTER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-MASTER-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X1500-REWRITE-MASTER.
      ******************************************************************

           REWRITE DONOR-MASTER-RECORD
              INVALID KEY
                 SET WS-REWRITE-FAILED TO TRUE
                 DISPLAY 'ERROR: REWRITE FAILED FOR DONOR '
                         TR-DONOR-ID ' (STATUS '
                         WS-MASTER-FILE-STATUS ')'
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
           END-REWRITE
           .

      ******************************************************************
       X2000-READ-TRANS.
      ******************************************************************

           READ DONOR-TRANS
              AT END
                 SET NO-MORE-TRANS TO TRUE
           END-READ
           .
