      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   SPONMNT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> ADOPT-A-CHILD SPONSOR MAINTENANCE: APPLY       *
      *                ADD/CHANGE/DEACTIVATE TRANSACTIONS AGAINST THE *
      *                SPONSOR MASTER, AND SPONSOR/WITHDRAW/RECEIVED  *
      *                TRANSACTIONS AGAINST THE SPONSORSHIP FILE THAT *
      *                LINKS A SPONSOR TO A CLIENT ID FOR THE SEASON. *
      *                GIFTSEL READS THE SPONSORSHIP FILE: A CHILD    *
      *                WITH A LIVE SPONSORSHIP IS FULFILLED BY THE    *
      *                SPONSOR, NOT THE WAREHOUSE. BOTH FILES ARE     *
      *                INDEXED AND UPDATED IN PLACE, THE SAME PATTERN *
      *                CLIENTMNT USES FOR THE CLIENT MASTER.          *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************

       FILE-CONTROL.
           SELECT SPONSOR-MASTER   ASSIGN TO SPONMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-SPONSOR-ID
                  FILE STATUS IS WS-SPONMST-FILE-STATUS.
           SELECT SPONSORSHIP-FILE ASSIGN TO SPONSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SS-CLIENT-ID
                  FILE STATUS IS WS-SPONSHIP-FILE-STATUS.
           SELECT CLIENT-MASTER    ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT SPONSOR-TRANS    ASSIGN TO UT-S-SPONTRN.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * SPONSOR MASTER -- INDEXED, KEYED ON SP-SPONSOR-ID, UPDATED IN *
      * PLACE BY THIS PROGRAM. SP-SPONSOR-STATUS: 'A' = ACTIVE, 'I' = *
      * DEACTIVATED. A DEACTIVATED SPONSOR STAYS ON THE MASTER SO     *
      * LAST SEASON'S PACKETS AND FOLLOW-UPS STILL NAME THEM.         *
      *---------------------------------------------------------------*
       FD  SPONSOR-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SPONSOR-MASTER-RECORD.
      *
       01  SPONSOR-MASTER-RECORD.
           05  SP-SPONSOR-ID                 PIC X(5).
           05  SP-SPONSOR-NAME               PIC X(30).
           05  SP-STREET-ADDR                PIC X(18).
           05  SP-CITY                       PIC X(12).
           05  SP-STATE                      PIC X(2).
           05  SP-POSTAL-CODE                PIC X(5).
           05  SP-PHONE                      PIC X(10).
           05  SP-SPONSOR-STATUS             PIC X.
           05  FILLER                        PIC X(17).
      *
      *---------------------------------------------------------------*
      * SPONSORSHIP FILE -- INDEXED, KEYED ON THE SPONSORED CLIENT.   *
      * ONE LIVE SPONSORSHIP PER CHILD; A NEW SEASON'S ADOPTION       *
      * REPLACES THE OLD SEASON'S RECORD. SS-STATUS: 'A' = ADOPTED,   *
      * GIFT NOT YET DROPPED OFF; 'R' = GIFT RECEIVED; 'W' =          *
      * WITHDRAWN (THE CHILD GOES BACK TO THE WAREHOUSE).             *
      * SS-CUTOFF-DATE IS THE DROP-OFF DEADLINE THE SPONSOR WAS GIVEN.*
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
      * AUTHORITATIVE CLIENT MASTER -- READ ONLY HERE, TO PROVE A     *
      * CHILD BEING SPONSORED IS AN ACTIVE ENROLLED CLIENT            *
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
      * MAINTENANCE TRANSACTIONS. TR-ACTION-CODE:                     *
      *   SPONSOR MASTER -- 'A' = ADD, 'C' = CHANGE, 'D' = DEACTIVATE *
      *   SPONSORSHIP    -- 'S' = SPONSOR A CHILD, 'W' = WITHDRAW,    *
      *                     'R' = GIFT RECEIVED AT DROP-OFF           *
      * THE SPONSOR COLUMNS FOLLOW THE SPONSOR ID ON 'A' AND 'C'; THE *
      * SPONSORSHIP TRANSACTIONS CARRY THE CLIENT ID, SEASON, DROP-   *
      * OFF CUTOFF AND DROP-OFF DATE IN THE SAME COLUMNS INSTEAD. A   *
      * BLANK SEASON DEFAULTS TO THIS YEAR; A BLANK DROP-OFF DATE ON  *
      * 'R' POSTS AS TODAY.                                           *
      *---------------------------------------------------------------*
       FD  SPONSOR-TRANS
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TRANS-RECORD.
      *
       01  TRANS-RECORD.
           05  TR-ACTION-CODE                PIC X.
           05  TR-SPONSOR-ID                 PIC X(5).
           05  TR-SPONSOR-DATA.
               10  TR-SPONSOR-NAME           PIC X(30).
               10  TR-STREET-ADDR            PIC X(18).
               10  TR-CITY                   PIC X(12).
               10  TR-STATE                  PIC X(2).
               10  TR-POSTAL-CODE            PIC 9(5).
               10  TR-POSTAL-CODE-X REDEFINES TR-POSTAL-CODE
                                             PIC X(5).
               10  TR-PHONE                  PIC X(10).
               10  FILLER                    PIC X(17).
           05  TR-SPONSORSHIP-DATA REDEFINES TR-SPONSOR-DATA.
               10  TR-CLIENT-ID              PIC X(5).
               10  TR-SEASON-YEAR            PIC 9(4).
               10  TR-SEASON-YEAR-X REDEFINES TR-SEASON-YEAR
                                             PIC X(4).
               10  TR-CUTOFF-DATE            PIC 9(8).
               10  TR-CUTOFF-DATE-X REDEFINES TR-CUTOFF-DATE
                                             PIC X(8).
               10  TR-DROP-DATE              PIC 9(8).
               10  TR-DROP-DATE-X REDEFINES TR-DROP-DATE
                                             PIC X(8).
               10  FILLER                    PIC X(69).
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
          05 WS-SPONSOR-FOUND-SW            PIC X.
             88 WS-SPONSOR-FOUND                      VALUE 'Y'.
             88 WS-SPONSOR-NOT-FOUND                  VALUE 'N'.
          05 WS-SPONSHIP-FOUND-SW           PIC X.
             88 WS-SPONSHIP-FOUND                     VALUE 'Y'.
             88 WS-SPONSHIP-NOT-FOUND                 VALUE 'N'.
          05 WS-REWRITE-OK-SW               PIC X.
             88 WS-REWRITE-OK                         VALUE 'Y'.
             88 WS-REWRITE-FAILED                     VALUE 'N'.
      *
       01 WS-SPONMST-FILE-STATUS            PIC XX.
      *
       01 WS-SPONSHIP-FILE-STATUS           PIC XX.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-SPONSOR-ADDS                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-SPONSOR-CHANGES             PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-SPONSOR-DEACTIVATES         PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ADOPTIONS                   PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-WITHDRAWALS                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DROPOFFS                    PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-SEASON-YEAR                 PIC 9(4).
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * IN-PLACE INDEXED UPDATE: EACH TRANSACTION READS ITS MASTER    *
      * RECORD BY KEY AND WRITES OR REWRITES IT DIRECTLY              *
      *---------------------------------------------------------------*
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
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * BOTH SPONSOR FILES OPEN I-O -- THEY ARE UPDATED IN PLACE. THE *
      * FIRST RUN OF A SEASON MAY FIND EITHER ONE NOT YET DEFINED     *
      * (STATUS 35); IT IS CREATED EMPTY AND REOPENED, THE SAME WAY   *
      * FULLOAD BRINGS UP THE FULFILLMENT FILE. ANY OTHER FAILURE, OR *
      * A CLIENT MASTER THAT WON'T OPEN, IS A DEAD STOP.              *
      *---------------------------------------------------------------*
           OPEN I-O   SPONSOR-MASTER
           IF WS-SPONMST-FILE-STATUS = '35'
              OPEN OUTPUT SPONSOR-MASTER
              CLOSE SPONSOR-MASTER
              OPEN I-O    SPONSOR-MASTER
           END-IF
      *
           IF WS-SPONMST-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: SPONSOR-MASTER COULD NOT BE OPENED I-O '
                      '(STATUS ' WS-SPONMST-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN I-O   SPONSORSHIP-FILE
           IF WS-SPONSHIP-FILE-STATUS = '35'
              OPEN OUTPUT SPONSORSHIP-FILE
              CLOSE SPONSORSHIP-FILE
              OPEN I-O    SPONSORSHIP-FILE
           END-IF
      *
           IF WS-SPONSHIP-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: SPONSORSHIP FILE COULD NOT BE OPENED '
                      'I-O (STATUS ' WS-SPONSHIP-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE SPONSOR-MASTER
              STOP RUN
           END-IF
      *
           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE SPONSOR-MASTER
                    SPONSORSHIP-FILE
              STOP RUN
           END-IF
      *
           OPEN INPUT SPONSOR-TRANS
           .

      ******************************************************************
       C0000-APPLY-TRANSACTIONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY TRANSACTION NAMES A SPONSOR -- READ IT BY KEY FIRST,    *
      * THEN APPLY THE ACTION AGAINST WHAT WAS (OR WASN'T) FOUND      *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-SPONSOR-BY-KEY
      *
           EVALUATE TRUE
              WHEN TR-ACTION-CODE = 'A' AND WS-SPONSOR-NOT-FOUND
                 PERFORM C2000-ADD-SPONSOR
              WHEN TR-ACTION-CODE = 'A'
                 DISPLAY 'REJECTED -- SPONSOR ' TR-SPONSOR-ID
                         ' ALREADY EXISTS, CANNOT ADD'
                 ADD 1 TO WS-REJECTS
              WHEN WS-SPONSOR-NOT-FOUND
                 DISPLAY 'REJECTED -- NO MASTER RECORD FOR SPONSOR '
                         TR-SPONSOR-ID ' ACTION ' TR-ACTION-CODE
                 ADD 1 TO WS-REJECTS
              WHEN TR-ACTION-CODE = 'C'
                 PERFORM C3000-CHANGE-SPONSOR
              WHEN TR-ACTION-CODE = 'D'
                 PERFORM C3200-DEACTIVATE-SPONSOR
              WHEN TR-ACTION-CODE = 'S'
                 PERFORM C4000-SPONSOR-A-CHILD
              WHEN TR-ACTION-CODE = 'W'
                 PERFORM C4500-WITHDRAW-SPONSORSHIP
              WHEN TR-ACTION-CODE = 'R'
                 PERFORM C4700-RECORD-DROP-OFF
              WHEN OTHER
                 DISPLAY 'REJECTED -- UNKNOWN ACTION CODE '
                         TR-ACTION-CODE ' FOR SPONSOR ' TR-SPONSOR-ID
                 ADD 1 TO WS-REJECTS
           END-EVALUATE
      *
           PERFORM X2000-READ-TRANS
           .

      ******************************************************************
       C2000-ADD-SPONSOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * A SPONSOR NEEDS A NAME AND A WAY TO REACH THEM -- THE         *
      * FOLLOW-UP LIST IS USELESS WITHOUT A PHONE NUMBER              *
      *---------------------------------------------------------------*
           IF TR-SPONSOR-NAME = SPACES
              OR TR-PHONE = SPACES
              DISPLAY 'REJECTED -- NAME AND PHONE REQUIRED FOR '
                      'SPONSOR ' TR-SPONSOR-ID ' ON ADD'
              ADD 1 TO WS-REJECTS
           ELSE
              MOVE SPACES           TO SPONSOR-MASTER-RECORD
              MOVE TR-SPONSOR-ID    TO SP-SPONSOR-ID
              PERFORM C2100-MOVE-SPONSOR-FIELDS
              MOVE 'A'              TO SP-SPONSOR-STATUS
      *
              WRITE SPONSOR-MASTER-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR: WRITE FAILED FOR SPONSOR '
                            TR-SPONSOR-ID ' (STATUS '
                            WS-SPONMST-FILE-STATUS ')'
                    ADD 1 TO WS-REJECTS
                 NOT INVALID KEY
                    ADD 1 TO WS-SPONSOR-ADDS
              END-WRITE
           END-IF
           .

      ******************************************************************
       C2100-MOVE-SPONSOR-FIELDS.
      ******************************************************************

           MOVE TR-SPONSOR-NAME     TO SP-SPONSOR-NAME
           MOVE TR-STREET-ADDR      TO SP-STREET-ADDR
           MOVE TR-CITY             TO SP-CITY
           MOVE TR-STATE            TO SP-STATE
           MOVE TR-POSTAL-CODE-X    TO SP-POSTAL-CODE
           MOVE TR-PHONE            TO SP-PHONE
           .

      ******************************************************************
       C3000-CHANGE-SPONSOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * NAME/ADDRESS/PHONE CHANGE -- STATUS STANDS. A CHANGE KEYED    *
      * WITHOUT A NAME OR PHONE WOULD BLANK THEM, SO IT IS REJECTED.  *
      *---------------------------------------------------------------*
           IF TR-SPONSOR-NAME = SPACES
              OR TR-PHONE = SPACES
              DISPLAY 'REJECTED -- NAME AND PHONE REQUIRED FOR '
                      'SPONSOR ' TR-SPONSOR-ID ' ON CHANGE'
              ADD 1 TO WS-REJECTS
           ELSE
              PERFORM C2100-MOVE-SPONSOR-FIELDS
              PERFORM X1500-REWRITE-SPONSOR
              IF WS-REWRITE-OK
                 ADD 1 TO WS-SPONSOR-CHANGES
              END-IF
           END-IF
           .

      ******************************************************************
       C3200-DEACTIVATE-SPONSOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * A DEACTIVATED SPONSOR CAN'T TAKE NEW CHILDREN. SPONSORSHIPS   *
      * ALREADY ON FILE STAND -- WITHDRAW THEM ONE BY ONE IF THE      *
      * CHILDREN NEED TO GO BACK TO THE WAREHOUSE.                    *
      *---------------------------------------------------------------*
           MOVE 'I' TO SP-SPONSOR-STATUS
           PERFORM X1500-REWRITE-SPONSOR
           IF WS-REWRITE-OK
              ADD 1 TO WS-SPONSOR-DEACTIVATES
           END-IF
           .

      ******************************************************************
       C4000-SPONSOR-A-CHILD.
      ******************************************************************

      *---------------------------------------------------------------*
      * LINK THE SPONSOR TO THE CHILD FOR THE SEASON. THE SPONSOR     *
      * MUST BE ACTIVE, THE CHILD AN ACTIVE CLIENT, AND THE DROP-OFF  *
      * CUTOFF A REAL DATE. A CHILD ALREADY ADOPTED THIS SEASON BY A  *
      * LIVE SPONSORSHIP IS REJECTED -- WITHDRAW IT FIRST. AN OLD     *
      * SEASON'S RECORD OR A WITHDRAWN ONE IS REPLACED.               *
      *---------------------------------------------------------------*
           IF TR-SEASON-YEAR-X IS NUMERIC
              AND TR-SEASON-YEAR > ZERO
              MOVE TR-SEASON-YEAR TO WS-SEASON-YEAR
           ELSE
              MOVE WS-DATE (1:4)  TO WS-SEASON-YEAR
           END-IF
      *
           MOVE TR-CLIENT-ID TO CM-CLIENT-ID
           READ CLIENT-MASTER
              INVALID KEY
                 MOVE SPACES TO CM-ENROLL-STATUS
           END-READ
      *
           PERFORM X3000-READ-SPONSORSHIP
      *
           EVALUATE TRUE
              WHEN SP-SPONSOR-STATUS NOT = 'A'
                 DISPLAY 'REJECTED -- SPONSOR ' TR-SPONSOR-ID
                         ' IS NOT ACTIVE, CANNOT SPONSOR CLIENT '
                         TR-CLIENT-ID
                 ADD 1 TO WS-REJECTS
              WHEN CM-ENROLL-STATUS NOT = 'A'
                 DISPLAY 'REJECTED -- CLIENT ' TR-CLIENT-ID
                         ' IS NOT AN ACTIVE CLIENT, CANNOT SPONSOR'
                 ADD 1 TO WS-REJECTS
              WHEN TR-CUTOFF-DATE-X NOT NUMERIC
                OR TR-CUTOFF-DATE = ZERO
                 DISPLAY 'REJECTED -- BAD DROP-OFF CUTOFF DATE FOR '
                         'CLIENT ' TR-CLIENT-ID
                 ADD 1 TO WS-REJECTS
              WHEN WS-SPONSHIP-FOUND
                AND SS-SEASON-YEAR = WS-SEASON-YEAR
                AND SS-STATUS NOT = 'W'
                 DISPLAY 'REJECTED -- CLIENT ' TR-CLIENT-ID
                         ' ALREADY SPONSORED BY ' SS-SPONSOR-ID
                         ' FOR ' WS-SEASON-YEAR
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 PERFORM C4100-WRITE-SPONSORSHIP
           END-EVALUATE
           .

      ******************************************************************
       C4100-WRITE-SPONSORSHIP.
      ******************************************************************

           MOVE SPACES          TO SPONSORSHIP-RECORD
           MOVE TR-CLIENT-ID    TO SS-CLIENT-ID
           MOVE TR-SPONSOR-ID   TO SS-SPONSOR-ID
           MOVE WS-SEASON-YEAR  TO SS-SEASON-YEAR
           MOVE 'A'             TO SS-STATUS
           MOVE WS-DATE         TO SS-ADOPT-DATE
           MOVE TR-CUTOFF-DATE  TO SS-CUTOFF-DATE
           MOVE ZERO            TO SS-DROP-DATE
      *
           IF WS-SPONSHIP-FOUND
              PERFORM X3500-REWRITE-SPONSORSHIP
              IF WS-REWRITE-OK
                 ADD 1 TO WS-ADOPTIONS
              END-IF
           ELSE
              WRITE SPONSORSHIP-RECORD
                 INVALID KEY
                    DISPLAY 'ERROR: WRITE FAILED FOR SPONSORSHIP OF '
                            'CLIENT ' TR-CLIENT-ID ' (STATUS '
                            WS-SPONSHIP-FILE-STATUS ')'
                    ADD 1 TO WS-REJECTS
                 NOT INVALID KEY
                    ADD 1 TO WS-ADOPTIONS
              END-WRITE
           END-IF
           .

      ******************************************************************
       C4500-WITHDRAW-SPONSORSHIP.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SPONSOR HAS BACKED OUT -- THE CHILD GOES BACK TO THE      *
      * WAREHOUSE ON GIFTSEL'S NEXT RUN. THE TRANSACTION MUST NAME    *
      * THE SPONSOR ON FILE SO A MIS-KEYED CLIENT ID CAN'T CANCEL     *
      * SOMEONE ELSE'S SPONSORSHIP.                                   *
      *---------------------------------------------------------------*
           PERFORM X3000-READ-SPONSORSHIP
      *
           EVALUATE TRUE
              WHEN WS-SPONSHIP-NOT-FOUND
                OR SS-SPONSOR-ID NOT = TR-SPONSOR-ID
                 DISPLAY 'REJECTED -- NO SPONSORSHIP OF CLIENT '
                         TR-CLIENT-ID ' BY SPONSOR ' TR-SPONSOR-ID
                 ADD 1 TO WS-REJECTS
              WHEN SS-STATUS = 'R'
                 DISPLAY 'REJECTED -- GIFT FOR CLIENT ' TR-CLIENT-ID
                         ' ALREADY RECEIVED, CANNOT WITHDRAW'
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 MOVE 'W' TO SS-STATUS
                 PERFORM X3500-REWRITE-SPONSORSHIP
                 IF WS-REWRITE-OK
                    ADD 1 TO WS-WITHDRAWALS
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
       C4700-RECORD-DROP-OFF.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SPONSOR'S GIFT HAS COME IN AT THE DROP-OFF DESK -- TAKES  *
      * THE SPONSORSHIP OFF THE FOLLOW-UP LIST. A BLANK OR NON-       *
      * NUMERIC DROP-OFF DATE POSTS AS TODAY.                         *
      *---------------------------------------------------------------*
           PERFORM X3000-READ-SPONSORSHIP
      *
           EVALUATE TRUE
              WHEN WS-SPONSHIP-NOT-FOUND
                OR SS-SPONSOR-ID NOT = TR-SPONSOR-ID
                 DISPLAY 'REJECTED -- NO SPONSORSHIP OF CLIENT '
                         TR-CLIENT-ID ' BY SPONSOR ' TR-SPONSOR-ID
                 ADD 1 TO WS-REJECTS
              WHEN SS-STATUS NOT = 'A'
                 DISPLAY 'REJECTED -- SPONSORSHIP OF CLIENT '
                         TR-CLIENT-ID ' IS NOT OPEN (STATUS '
                         SS-STATUS ')'
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 MOVE 'R' TO SS-STATUS
                 IF TR-DROP-DATE-X IS NUMERIC
                    AND TR-DROP-DATE > ZERO
                    MOVE TR-DROP-DATE TO SS-DROP-DATE
                 ELSE
                    MOVE WS-DATE      TO SS-DROP-DATE
                 END-IF
                 PERFORM X3500-REWRITE-SPONSORSHIP
                 IF WS-REWRITE-OK
                    ADD 1 TO WS-DROPOFFS
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'SPONSOR MAINTENANCE SUMMARY'
           DISPLAY '  SPONSORS ADDED:        ' WS-SPONSOR-ADDS
           DISPLAY '  SPONSORS CHANGED:      ' WS-SPONSOR-CHANGES
           DISPLAY '  SPONSORS DEACTIVATED:  ' WS-SPONSOR-DEACTIVATES
           DISPLAY '  CHILDREN SPONSORED:    ' WS-ADOPTIONS
           DISPLAY '  SPONSORSHIPS WITHDRAWN:' WS-WITHDRAWALS
           DISPLAY '  GIFTS DROPPED OFF:     ' WS-DROPOFFS
           DISPLAY '  REJECTED TRANS:        ' WS-REJECTS
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************

           CLOSE SPONSOR-MASTER
                 SPONSORSHIP-FILE
                 CLIENT-MASTER
                 SPONSOR-TRANS
           .

      ******************************************************************
       X1000-READ-SPONSOR-BY-KEY.
      ******************************************************************

           MOVE TR-SPONSOR-ID TO SP-SPONSOR-ID
      *
           READ SPONSOR-MASTER
              INVALID KEY
                 SET WS-SPONSOR-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-SPONSOR-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X1500-REWRITE-SPONSOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE CALLER COUNTS ITS ACTION ONLY WHEN WS-REWRITE-OK COMES    *
      * BACK TRUE -- A FAILED REWRITE IS A REJECT                     *
      *---------------------------------------------------------------*
           REWRITE SPONSOR-MASTER-RECORD
              INVALID KEY
                 SET WS-REWRITE-FAILED TO TRUE
                 DISPLAY 'ERROR: REWRITE FAILED FOR SPONSOR '
                         TR-SPONSOR-ID ' (STATUS '
                         WS-SPONMST-FILE-STATUS ')'
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
           END-REWRITE
           .

      ******************************************************************
       X2000-READ-TRANS.
      ******************************************************************

           READ SPONSOR-TRANS
              AT END
                 SET NO-MORE-TRANS TO TRUE
           END-READ
           .

      ******************************************************************
       X3000-READ-SPONSORSHIP.
      ******************************************************************

           MOVE TR-CLIENT-ID TO SS-CLIENT-ID
      *
           READ SPONSORSHIP-FILE
              INVALID KEY
                 SET WS-SPONSHIP-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-SPONSHIP-FOUND     TO TRUE
           END-READ
           .

      ******************************************************************
       X3500-REWRITE-SPONSORSHIP.
      ******************************************************************

           REWRITE SPONSORSHIP-RECORD
              INVALID KEY
                 SET WS-REWRITE-FAILED TO TRUE
                 DISPLAY 'ERROR: REWRITE FAILED FOR SPONSORSHIP OF '
                         'CLIENT ' TR-CLIENT-ID ' (STATUS '
                         WS-SPONSHIP-FILE-STATUS ')'
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
           END-REWRITE
           .
