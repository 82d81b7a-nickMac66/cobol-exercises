      ******************************************************************
      *                                                                *
      *   PURPOSE ===> APPLY ADD/CHANGE/DEACTIVATE/ADDRESS/HOUSEHOLD  *
      *                AND DUPLICATE-MERGE TRANSACTIONS AGAINST THE   *
      *                CLIENT MASTER (THE AUTHORITATIVE NAME, DOB,    *
      *                ENROLLMENT STATUS, MAILING ADDRESS AND         *
      *                HOUSEHOLD LINK FOR EACH CLIENT ID). THE        *
      *                MASTER IS AN INDEXED (VSAM KSDS) FILE KEYED ON *
      *                CLIENT ID AND IS UPDATED IN PLACE -- NO MORE   *
      *                OLD/NEW MASTER PASS, AND NO PROGRAM-SIDE LIMIT *
      *                ON HOW MANY CLIENTS THE MASTER CAN HOLD. SAME  *
      *                IN-PLACE PATTERN AS ITEMMNT USES FOR THE GIFT  *
      *                CATALOG. THE PARTNER-AGENCY REGISTRY FLAG IS   *
      *                SET HERE TOO, ONCE THE COORDINATOR HAS WORKED  *
      *                REGMATCH'S CROSS-ENROLLMENT REVIEW LISTING.    *
      *                                                                *
      ******************************************************************

                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT CLIENT-TRANS     ASSIGN TO UT-S-CLTTRN.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
      * THE MAILING ADDRESS LIVES HERE TOO, SO AGELTR'S LETTERS AND   *
      * LABELS COME OUT READY TO MAIL, AND THE HOUSEHOLD ID TIES      *
      * SIBLINGS TOGETHER SO A FAMILY IS WRITTEN TO ONCE, NOT ONCE    *
      * PER CHILD. CM-MERGED-INTO-ID IS SET ONLY ON A DEACTIVATED     *
      * DUPLICATE THAT WAS MERGED INTO ANOTHER CLIENT ID -- IT IS THE *
      * CROSS-REFERENCE WISHEDIT FOLLOWS TO REDIRECT WISHES THAT      *
      * STILL ARRIVE UNDER THE OLD ID.                                *
      * CM-REGISTRY-STATUS IS THE PARTNER-AGENCY REGISTRY FLAG:       *
      * SPACE = NOT FLAGGED, 'H' = CONFIRMED CROSS-ENROLLMENT HELD    *
      * FOR COORDINATOR REVIEW, 'P' = THE PARTNER AGENCY SERVES THE   *
      * CHILD, 'C' = CLEARED -- WE SERVE THE CHILD AFTER ALL.         *
      * CM-REGISTRY-AGENCY IS THE OTHER AGENCY'S CODE. INTFUNC HOLDS  *
      * THE WISHES OF AN 'H' OR 'P' CLIENT BACK FROM GIFTSEL.         *
      *---------------------------------------------------------------*
       FD  CLIENT-MASTER
           RECORD CONTAINS 100 CHARACTERS
           05  CM-STATE                      PIC X(2).
           05  CM-POSTAL-CODE                PIC X(5).
           05  CM-HOUSEHOLD-ID               PIC X(5).
           05  CM-MERGED-INTO-ID             PIC X(5).
           05  CM-REGISTRY-STATUS            PIC X.
           05  CM-REGISTRY-AGENCY            PIC X(3).
           05  FILLER                        PIC X(8).
      *
      *---------------------------------------------------------------*
      * MAINTENANCE TRANSACTIONS, KEYED IN CLIENT-ID ORDER BY         *
      * CONVENTION THOUGH THE IN-PLACE UPDATE NO LONGER DEPENDS ON    *
      * IT. TR-ACTION-CODE: 'A' = ADD, 'C' = CHANGE, 'D' =            *
      * DEACTIVATE, 'M' = MAILING ADDRESS, 'H' = HOUSEHOLD LINK,      *
      * 'X' = MERGE DUPLICATE (TR-CLIENT-ID IS THE DUPLICATE TO       *
      * RETIRE, TR-SURVIVOR-ID THE CLIENT ID IT FOLDS INTO),          *
      * 'P' = PARTNER-AGENCY REGISTRY FLAG (TR-REGISTRY-STATUS AND    *
      * TR-REGISTRY-AGENCY, SAME VALUES AS ON THE MASTER).            *
      * THE ADDRESS COLUMNS RIDE BEHIND THE DOB ON 'A' AND 'M'        *
      * TRANSACTIONS AND THE HOUSEHOLD ID BEHIND THOSE ON 'A' AND     *
      * 'H'; 'C' AND 'D' IGNORE THEM. THE HOUSEHOLD ID GROUPS         *
           05  TR-POSTAL-CODE-X REDEFINES TR-POSTAL-CODE
                                             PIC X(5).
           05  TR-HOUSEHOLD-ID               PIC X(5).
           05  TR-SURVIVOR-ID                PIC X(5).
           05  TR-REGISTRY-STATUS            PIC X.
           05  TR-REGISTRY-AGENCY            PIC X(3).
           05  FILLER                        PIC X(8).
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
             88 WS-REWRITE-FAILED                     VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
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
          05 WS-ADDS                        PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-DEACTIVATES                 PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-ADDR-CHANGES                PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-HOUSEHOLD-CHANGES           PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-MERGES                      PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REGISTRY-CHANGES            PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
      *
      *---------------------------------------------------------------*
      * THE DUPLICATE'S RECORD, HELD WHILE THE SURVIVOR IS READ       *
      *---------------------------------------------------------------*
       01 WS-MERGE-FIELDS.
          05 WS-LOSER-RECORD.
             10 FILLER                      PIC X(41).
             10 WS-LOSER-STREET-ADDR        PIC X(18).
             10 WS-LOSER-CITY               PIC X(12).
             10 WS-LOSER-STATE              PIC X(2).
             10 WS-LOSER-POSTAL-CODE        PIC X(5).
             10 FILLER                      PIC X(22).
          05 WS-SURVIVOR-HOUSEHOLD          PIC X(5).
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
           SET  MORE-TRANS TO TRUE
           MOVE ZERO TO WS-ADDS WS-CHANGES WS-DEACTIVATES
                        WS-ADDR-CHANGES WS-HOUSEHOLD-CHANGES
                        WS-MERGES WS-REGISTRY-CHANGES WS-REJECTS
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
           MOVE 'CLIENTMN'           TO JR-PROGRAM
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
           END-IF
      *
           OPEN INPUT CLIENT-TRANS
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
                 PERFORM C3500-CHANGE-ADDRESS
              WHEN TR-ACTION-CODE = 'H'
                 PERFORM C3700-CHANGE-HOUSEHOLD
              WHEN TR-ACTION-CODE = 'X'
                 PERFORM C3900-MERGE-CLIENT
              WHEN TR-ACTION-CODE = 'P'
                 PERFORM C4000-CHANGE-REGISTRY
              WHEN OTHER
                 DISPLAY 'REJECTED -- UNKNOWN ACTION CODE '
                         TR-ACTION-CODE ' FOR CLIENT ' TR-CLIENT-ID
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 ADD 1 TO WS-ADDS
                 MOVE 'A'                  TO JR-ACTION
                 MOVE SPACES               TO JR-BEFORE-IMAGE
                 MOVE CLIENT-MASTER-RECORD TO JR-AFTER-IMAGE
                 PERFORM C5000-JOURNAL-CHANGE
           END-WRITE
           .

           END-IF
           .

      ******************************************************************
       C3900-MERGE-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * FOLD A DUPLICATE CLIENT ID (THE SAME CHILD RE-ENROLLED AT A   *
      * SECOND DROP-OFF LOCATION -- SEE CLTDUP'S REVIEW LISTING)      *
      * INTO THE SURVIVING ONE. THE SURVIVOR PICKS UP THE DUPLICATE'S *
      * ADDRESS IF IT HAS NONE OF ITS OWN. THE DUPLICATE IS           *
      * DEACTIVATED, POINTED AT THE SURVIVOR THROUGH                  *
      * CM-MERGED-INTO-ID SO WISHEDIT REDIRECTS ITS WISHES, AND MOVED *
      * INTO THE SURVIVOR'S HOUSEHOLD -- WHICH ALSO KEEPS SEASPURG    *
      * FROM PURGING THE CROSS-REFERENCE WHILE THE SURVIVOR IS STILL  *
      * ACTIVE. THE SURVIVOR MUST BE ACTIVE AND NOT ITSELF MERGED.    *
      * CLIENTS ALREADY MERGED INTO THE DUPLICATE ARE NOT RE-POINTED, *
      * SO A CROSS-REFERENCE CAN BE MORE THAN ONE HOP -- WISHEDIT     *
      * FOLLOWS THE CHAIN TO THE CLIENT AT ITS END.                   *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN TR-SURVIVOR-ID = SPACES
                OR TR-SURVIVOR-ID = TR-CLIENT-ID
                 DISPLAY 'REJECTED -- MERGE OF CLIENT ' TR-CLIENT-ID
                         ' NEEDS A DIFFERENT SURVIVING CLIENT ID'
                 ADD 1 TO WS-REJECTS
              WHEN CM-MERGED-INTO-ID NOT = SPACES
                 DISPLAY 'REJECTED -- CLIENT ' TR-CLIENT-ID
                         ' WAS ALREADY MERGED INTO ' CM-MERGED-INTO-ID
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 MOVE CLIENT-MASTER-RECORD TO WS-LOSER-RECORD
                 PERFORM C3910-UPDATE-SURVIVOR
           END-EVALUATE
           .

      ******************************************************************
       C3910-UPDATE-SURVIVOR.
      ******************************************************************

           MOVE TR-SURVIVOR-ID TO CM-CLIENT-ID
           READ CLIENT-MASTER
              INVALID KEY
                 SET WS-MASTER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-MASTER-FOUND     TO TRUE
                 MOVE CLIENT-MASTER-RECORD TO JR-BEFORE-IMAGE
           END-READ
      *
           EVALUATE TRUE
              WHEN WS-MASTER-NOT-FOUND
                 DISPLAY 'REJECTED -- SURVIVING CLIENT '
                         TR-SURVIVOR-ID ' NOT ON THE MASTER'
                 ADD 1 TO WS-REJECTS
              WHEN CM-ENROLL-STATUS = 'I'
                OR CM-MERGED-INTO-ID NOT = SPACES
                 DISPLAY 'REJECTED -- SURVIVING CLIENT '
                         TR-SURVIVOR-ID ' IS INACTIVE OR MERGED'
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 IF CM-HOUSEHOLD-ID NOT = SPACES
                    MOVE CM-HOUSEHOLD-ID TO WS-SURVIVOR-HOUSEHOLD
                 ELSE
                    MOVE CM-CLIENT-ID    TO WS-SURVIVOR-HOUSEHOLD
                 END-IF
                 SET  WS-REWRITE-OK TO TRUE
                 IF CM-STREET-ADDR = SPACES
                    AND WS-LOSER-STREET-ADDR NOT = SPACES
                    MOVE WS-LOSER-STREET-ADDR TO CM-STREET-ADDR
                    MOVE WS-LOSER-CITY        TO CM-CITY
                    MOVE WS-LOSER-STATE       TO CM-STATE
                    MOVE WS-LOSER-POSTAL-CODE TO CM-POSTAL-CODE
                    PERFORM X1500-REWRITE-MASTER
                 END-IF
                 IF WS-REWRITE-OK
                    PERFORM C3920-RETIRE-DUPLICATE
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
       C3920-RETIRE-DUPLICATE.
      ******************************************************************

           MOVE WS-LOSER-RECORD       TO CLIENT-MASTER-RECORD
                                         JR-BEFORE-IMAGE
           MOVE 'I'                   TO CM-ENROLL-STATUS
           MOVE TR-SURVIVOR-ID        TO CM-MERGED-INTO-ID
           MOVE WS-SURVIVOR-HOUSEHOLD TO CM-HOUSEHOLD-ID
           PERFORM X1500-REWRITE-MASTER
           IF WS-REWRITE-OK
              ADD 1 TO WS-MERGES
              DISPLAY 'MERGED -- CLIENT ' TR-CLIENT-ID
                      ' FOLDED INTO ' TR-SURVIVOR-ID
           END-IF
           .

      ******************************************************************
       C4000-CHANGE-REGISTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * PARTNER-AGENCY REGISTRY FLAG, KEYED BY THE COORDINATOR OFF    *
      * REGMATCH'S REVIEW LISTING. 'H' AND 'P' NAME THE OTHER AGENCY; *
      * 'C' KEEPS THE AGENCY CODE ON FILE SO THE CLEARED MATCH IS     *
      * NOT RE-QUESTIONED NEXT SEASON; A BLANK STATUS TAKES THE FLAG  *
      * OFF ALTOGETHER.                                               *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN TR-REGISTRY-STATUS NOT = SPACE
               AND TR-REGISTRY-STATUS NOT = 'H'
               AND TR-REGISTRY-STATUS NOT = 'P'
               AND TR-REGISTRY-STATUS NOT = 'C'
                 DISPLAY 'REJECTED -- BAD REGISTRY STATUS '
                         TR-REGISTRY-STATUS ' FOR CLIENT ' TR-CLIENT-ID
                 ADD 1 TO WS-REJECTS
              WHEN (TR-REGISTRY-STATUS = 'H' OR 'P')
               AND TR-REGISTRY-AGENCY = SPACES
                 DISPLAY 'REJECTED -- REGISTRY STATUS '
                         TR-REGISTRY-STATUS ' FOR CLIENT '
                         TR-CLIENT-ID ' NEEDS AN AGENCY CODE'
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 MOVE TR-REGISTRY-STATUS TO CM-REGISTRY-STATUS
                 IF TR-REGISTRY-STATUS = SPACE
                    MOVE SPACES             TO CM-REGISTRY-AGENCY
                 ELSE
                    IF TR-REGISTRY-AGENCY NOT = SPACES
                       MOVE TR-REGISTRY-AGENCY TO CM-REGISTRY-AGENCY
                    END-IF
                 END-IF
                 PERFORM X1500-REWRITE-MASTER
                 IF WS-REWRITE-OK
                    ADD 1 TO WS-REGISTRY-CHANGES
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
       C5000-JOURNAL-CHANGE.
      ******************************************************************

           MOVE 'CLIENTMS'      TO JR-MASTER
           MOVE CM-CLIENT-ID    TO JR-RECORD-KEY
           PERFORM X7000-WRITE-JOURNAL
           .

      ******************************************************************
       D0000-WRITE-TOTALS.
      ******************************************************************
           DISPLAY '  CLIENTS DEACTIVATED: ' WS-DEACTIVATES
           DISPLAY '  ADDRESSES CHANGED:   ' WS-ADDR-CHANGES
           DISPLAY '  HOUSEHOLDS CHANGED:  ' WS-HOUSEHOLD-CHANGES
           DISPLAY '  DUPLICATES MERGED:   ' WS-MERGES
           DISPLAY '  REGISTRY FLAGS SET:  ' WS-REGISTRY-CHANGES
           DISPLAY '  REJECTED TRANS:      ' WS-REJECTS
           DISPLAY '  JOURNAL ENTRIES:     ' WS-JOURNAL-WRITTEN
           .

      ******************************************************************

           CLOSE CLIENT-MASTER
                 CLIENT-TRANS
                 JOURNAL-FILE
           .

      ******************************************************************
                 SET WS-MASTER-NOT-FOUND TO TRUE
              NOT INVALID KEY
                 SET WS-MASTER-FOUND     TO TRUE
                 MOVE CLIENT-MASTER-RECORD TO JR-BEFORE-IMAGE
           END-READ
           .

      *---------------------------------------------------------------*
      * THE CALLER COUNTS ITS ACTION ONLY WHEN WS-REWRITE-OK COMES    *
      * BACK TRUE -- A FAILED REWRITE IS A REJECT, NOT A SUCCESS AND  *
      * A REJECT BOTH. THE BEFORE IMAGE WAS TAKEN WHEN THE RECORD WAS *
      * READ, BEFORE THE CALLER TOUCHED IT.                           *
      *---------------------------------------------------------------*
           REWRITE CLIENT-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECTS
              NOT INVALID KEY
                 SET WS-REWRITE-OK TO TRUE
                 MOVE 'C'                  TO JR-ACTION
                 MOVE CLIENT-MASTER-RECORD TO JR-AFTER-IMAGE
                 PERFORM C5000-JOURNAL-CHANGE
           END-REWRITE
           .

                 SET NO-MORE-TRANS TO TRUE
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
