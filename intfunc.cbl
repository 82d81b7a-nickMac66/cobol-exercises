           SELECT HISTORY-FILE    ASSIGN TO UT-S-HISTORY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT DATA-QUALITY-FILE ASSIGN TO UT-S-DQLOG
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-DQLOG-FILE-STATUS.
           SELECT HELD-WISH-FILE  ASSIGN TO UT-S-HELDWISH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HELDWISH-FILE-STATUS.
           SELECT HELD-LIST-FILE  ASSIGN TO UT-S-HELDLST.
      /
      
      ******************************************************************   
           05  CM-STATE                       PIC X(2).
           05  CM-POSTAL-CODE                 PIC X(5).
           05  CM-HOUSEHOLD-ID                PIC X(5).
           05  CM-MERGED-INTO-ID              PIC X(5).
           05  CM-REGISTRY-STATUS             PIC X.
           05  CM-REGISTRY-AGENCY             PIC X(3).
           05  FILLER                         PIC X(8).
      *
      *---------------------------------------------------------------*
      * UNMATCHED ITEM-NUMBER / CLIENT-MASTER EXCEPTION LISTING --    *
           05  AUDIT-EXCEPTION-COUNT          PIC 9(7).
           05  AUDIT-PRICE-ADJ-AMOUNT         PIC S9(9)V99.
           05  FILLER                         PIC X(6).
      *
      *---------------------------------------------------------------*
      * DATA-QUALITY LOG -- CUMULATIVE FOR THE SEASON, SHARED WITH    *
      * WISHEDIT AND READ BY DQSCORE. ONE RECORD PER EXCEPTION, PRICE *
      * DISCREPANCY OR AGED-OUT CLIENT, CARRYING THE SUBMITTING       *
      * REGION AND A REASON CODE: 'F' (FLAGGED, STILL PROCESSED) OR   *
      * 'R' (KEPT OFF THE WISH LIST). A RUN THAT FINISHES ADDS ONE    *
      * 'E' (END OF RUN) RECORD, SO A CLEAN RERUN STILL REPLACES THE  *
      * RUN BEFORE IT. A RESTART RUN'S RECORDS ARE MARKED SO THE      *
      * SCORECARD ADDS THEM TO THE RUN THEY CONTINUE.                 *
      *---------------------------------------------------------------*
       FD  DATA-QUALITY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DATA-QUALITY-RECORD.
      *
       01  DATA-QUALITY-RECORD.
           05  DQ-RUN-DATE                    PIC 9(8).
           05  DQ-PROGRAM                     PIC X(8).
           05  DQ-RUN-SCOPE                   PIC X.
           05  DQ-RUN-STAMP                   PIC X(14).
           05  DQ-RESTART-FLAG                PIC X.
           05  DQ-RECORD-TYPE                 PIC X.
               88  DQ-RECEIVED-COUNT                    VALUE 'N'.
               88  DQ-REJECTED                          VALUE 'R'.
               88  DQ-FLAGGED                           VALUE 'F'.
               88  DQ-RUN-END                           VALUE 'E'.
           05  DQ-REGION-CODE                 PIC X.
           05  DQ-REASON-CODE                 PIC X(4).
           05  DQ-CLIENT-ID                   PIC X(5).
           05  DQ-ITEM-NUMBER                 PIC X(5).
           05  DQ-COUNT                       PIC 9(7).
           05  DQ-REASON-TEXT                 PIC X(30).
           05  FILLER                         PIC X(15).
      *
      *---------------------------------------------------------------*
      * HELD WISHES -- CUMULATIVE FOR THE SEASON. EVERY WISH FOR A    *
      * CLIENT THE PARTNER-AGENCY REGISTRY HAS FLAGGED ('H' CONFIRMED *
      * CROSS-ENROLLED, 'P' PARTNER SERVES THE CHILD) IS FILED HERE   *
      * AS WELL AS PRICED AND LISTED AS USUAL. GIFTXCH KEEPS THE      *
      * CHILD'S WISHES AWAY FROM GIFT SELECTION WHILE THE FLAG STANDS *
      * AND SENDS THEM ON FROM HERE ONCE THE COORDINATOR CLEARS IT.   *
      *---------------------------------------------------------------*
       FD  HELD-WISH-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HELD-WISH-RECORD.
      *
       01  HELD-WISH-RECORD.
           05  HW-WISH                        PIC X(58).
           05  HW-RUN-DATE                    PIC 9(8).
           05  HW-REGISTRY-STATUS             PIC X.
           05  HW-REGISTRY-AGENCY             PIC X(3).
           05  FILLER                         PIC X(10).
      *
      *---------------------------------------------------------------*
      * HELD-WISH LISTING -- ONE LINE PER WISH HELD TONIGHT FOR       *
      * COORDINATOR REVIEW, WITH THE OTHER AGENCY'S CODE, UNDER A     *
      * DATED PAGE HEADING                                            *
      *---------------------------------------------------------------*
       FD  HELD-LIST-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HELD-LIST-RECORD.
      *
       01  HELD-LIST-RECORD                  PIC X(132).
      /
      
      ******************************************************************   
          05 WS-MORE-REGIONS-SW             PIC X.
             88 WS-MORE-REGIONS                       VALUE 'Y'.
             88 WS-NO-MORE-REGIONS                    VALUE 'N'.
          05 WS-DQLOG-OPEN-SW               PIC X     VALUE 'N'.
             88 WS-DQLOG-OPEN                         VALUE 'Y'.
             88 WS-DQLOG-CLOSED                       VALUE 'N'.
      *
       01 WS-LIMIT-FILE-STATUS              PIC XX.
      *
       01 WS-REGCTL-FILE-STATUS             PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-DQLOG-FILE-STATUS              PIC XX.
      *
       01 WS-HELDWISH-FILE-STATUS           PIC XX.
      *
       01 WS-RUN-DATE-SET-SW                PIC X.
          88 WS-RUN-DATE-SET                           VALUE 'Y'.
          05 WS-INTEGER                     PIC S9(9) BINARY.
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-HELD-LINES                  PIC S9(3) PACKED-DECIMAL.
          05 WS-HELD-PAGE                   PIC S9(3) PACKED-DECIMAL.
          05 WS-CLIENT-TOTAL                PIC S9(9)V99
                                                      PACKED-DECIMAL.
          05 WS-GRAND-TOTAL                 PIC S9(9)V99
                                                      PACKED-DECIMAL.
          05 WS-WISH-COST-USED              PIC S9(9)V99
                                                      PACKED-DECIMAL.
      *
      *---------------------------------------------------------------*
      * WHAT THE NEXT DATA-QUALITY LOG RECORD CARRIES -- THE CALLER   *
      * SETS THE TYPE, REASON CODE AND TEXT BEFORE PERFORMING         *
      * C2270-LOG-DATA-QUALITY. THE RUN STAMP IS SET ONCE AT STARTUP. *
      *---------------------------------------------------------------*
       01 WS-DQ-FIELDS.
          05 WS-DQ-RUN-STAMP                PIC X(14).
          05 WS-DQ-RECORD-TYPE              PIC X.
          05 WS-DQ-REASON-CODE              PIC X(4).
          05 WS-DQ-REASON-TEXT              PIC X(30).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 SUBREG-NEW-DESC                PIC X(25).
          05 FILLER                         PIC X(5)  VALUE SPACES.
      *
       01 WS-HELD-HEADING-1.
          05 WS-HELD-HEADING-YYYY           PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 WS-HELD-HEADING-MM             PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 WS-HELD-HEADING-DD             PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'PARTNER-AGENCY REGISTRY HELD WISHES'.
          05 FILLER                         PIC X(30) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 WS-HELD-HEADING-PAGE           PIC ZZ9.
      *
       01 WS-HELD-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(28) VALUE 'NAME'.
          05 FILLER                         PIC X(7)  VALUE 'ITEM'.
          05 FILLER                         PIC X(19) VALUE
             'REGION / AGENCY'.
          05 FILLER                         PIC X(18) VALUE
             'DISPOSITION'.
      *
       01 WS-HELD-LINE.
          05 HELD-CLIENT-ID                 PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 HELD-CLIENT-NAME               PIC X(25).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 HELD-ITEM-NUMBER               PIC 9(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(4)  VALUE 'RGN'.
          05 HELD-REGION                    PIC X.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'AGENCY'.
          05 HELD-AGENCY                    PIC X(3).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 HELD-MESSAGE                   PIC X(18).
      *
      *---------------------------------------------------------------*
      * NAUGHTY-RATING SUMMARY TOTALS -- 1 TO 5 ARE CODES 01-05,      *
              UNTIL NO-MORE-RECORDS
      *
           PERFORM D0000-WRITE-TOTALS
           PERFORM D0900-LOG-RUN-END
           PERFORM E0000-CLOSE-FILES
      *
           STOP RUN
                                     WS-GRAND-TOTAL
                                     WS-RECORD-COUNT
           MOVE WS-LINES-PER-PAGE TO WS-LINE
           MOVE ZERO              TO WS-HELD-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-HELD-LINES
           MOVE LOW-VALUES        TO WS-PREV-CLIENT-ID
           SET  WS-RESTART-MODE-NOT         TO TRUE
           SET  WS-SKIPPING-TO-RESTART-NOT  TO TRUE
           END-IF
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE FUNCTION CURRENT-DATE (1:14)
                                  TO WS-DQ-RUN-STAMP
      *
           MOVE WS-YYYY           TO WS-HEADING-YYYY
           MOVE WS-MM             TO WS-HEADING-MM
           MOVE WS-DD             TO WS-HEADING-DD
           MOVE WS-YYYY           TO WS-HELD-HEADING-YYYY
           MOVE WS-MM             TO WS-HELD-HEADING-MM
           MOVE WS-DD             TO WS-HELD-HEADING-DD
      *
           MOVE 'CONVICTED'         TO WS-RATING-LABEL (1)
           MOVE 'NAUGHTY'           TO WS-RATING-LABEL (2)
                          SUBREG-FILE
                          PRICE-DISC-FILE
                          NOTIFY-EVENT-FILE
                          HELD-LIST-FILE
                          CHECKPOINT-FILE
           ELSE
              OPEN OUTPUT REPORT-FILE
                          SUBREG-FILE
                          PRICE-DISC-FILE
                          NOTIFY-EVENT-FILE
                          HELD-LIST-FILE
                          CHECKPOINT-FILE
           END-IF
      *
           IF WS-AUDIT-FILE-STATUS = '35'
              OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
      *
      *---------------------------------------------------------------*
      * THE HELD-WISH FILE IS APPENDED TO ALL SEASON, LIKE THE AUDIT  *
      * LOG. WITHOUT IT A FLAGGED CHILD'S WISHES WOULD GO STRAIGHT ON *
      * TO GIFT SELECTION, SO ONE THAT WILL NOT OPEN STOPS THE RUN.   *
      *---------------------------------------------------------------*
           OPEN EXTEND HELD-WISH-FILE
           IF WS-HELDWISH-FILE-STATUS = '35'
              OPEN OUTPUT HELD-WISH-FILE
           END-IF
           IF WS-HELDWISH-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: HELD-WISH FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-HELDWISH-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              PERFORM E0000-CLOSE-FILES
              STOP RUN
           END-IF
      *
           PERFORM B0078-OPEN-DATA-QUALITY-LOG
      *
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMST-FILE-STATUS NOT = '00'
           PERFORM B0076-LOAD-REGION-NAMES
           .

      ******************************************************************
       B0078-OPEN-DATA-QUALITY-LOG.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE LOG IS APPENDED TO ALL SEASON, RESTART OR NOT -- THE      *
      * RECORDS BEFORE THE CHECKPOINT ARE ALREADY ON IT. THE FIRST    *
      * RUN CREATES IT. A LOG THAT WILL NOT OPEN COSTS THE SCORECARD  *
      * TONIGHT'S EXCEPTIONS, NOT THE WISH LIST.                      *
      *---------------------------------------------------------------*
           OPEN EXTEND DATA-QUALITY-FILE
           IF WS-DQLOG-FILE-STATUS = '35'
              OPEN OUTPUT DATA-QUALITY-FILE
           END-IF
      *
           IF WS-DQLOG-FILE-STATUS = '00'
              SET WS-DQLOG-OPEN   TO TRUE
           ELSE
              SET WS-DQLOG-CLOSED TO TRUE
              DISPLAY 'WARNING: DATA-QUALITY LOG COULD NOT BE OPENED '
                      '(STATUS ' WS-DQLOG-FILE-STATUS ') -- '
                      'EXCEPTIONS NOT LOGGED FOR THE SCORECARD'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       B0076-LOAD-REGION-NAMES.
      ******************************************************************
      *
           ADD 1              TO WS-INELIGIBLE-COUNT
           ADD WISH-ITEM-COST TO WS-INELIGIBLE-AMOUNT
      *
           MOVE 'R'                    TO WS-DQ-RECORD-TYPE
           MOVE 'XOLD'                 TO WS-DQ-REASON-CODE
           MOVE 'CLIENT IS 13 OR OVER' TO WS-DQ-REASON-TEXT
           PERFORM C2270-LOG-DATA-QUALITY
           .

      ******************************************************************
                 OR WS-AGE-YEARS > IM-AGE-MAX
                 MOVE 'ITEM AGE-INAPPROPRIATE'  TO
                      WS-EXCEPTION-REASON
                 MOVE 'XAGE'                    TO WS-DQ-REASON-CODE
                 PERFORM C2210-WRITE-EXCEPTION
              END-IF
           END-IF
           MOVE WS-ITEM-EFF-PRICE  TO NE-AMOUNT
           MOVE 'CATALOG PRICE APPLIED'       TO NE-MESSAGE
           WRITE NOTIFY-EVENT-RECORD
      *
           MOVE 'F'                           TO WS-DQ-RECORD-TYPE
           MOVE 'XPRC'                        TO WS-DQ-REASON-CODE
           MOVE 'PRICE DISCREPANCY'           TO WS-DQ-REASON-TEXT
           PERFORM C2270-LOG-DATA-QUALITY
           .

      ******************************************************************
      * DISAGREEMENT WITH THE MASTER ON THE EXCEPTION LISTING THE     *
      * SAME WAY AN UNKNOWN ITEM NUMBER IS REPORTED. THE RECORD       *
      * STILL PROCESSES NORMALLY -- THIS IS A REVIEW LISTING, NOT A   *
      * REJECT. WISHEDIT REFILES A MERGED DUPLICATE'S WISHES UNDER    *
      * THE SURVIVOR, SO ONE STILL CARRYING A MERGED ID GOT IN SOME   *
      * OTHER WAY (A RESTART OFF AN OLD CLEAN FILE) AND IS LISTED.    *
      *---------------------------------------------------------------*
           MOVE WISH-CLIENT-ID TO CM-CLIENT-ID
      *
              INVALID KEY
                 MOVE 'CLIENT NOT IN CLIENT-MASTER'     TO
                      WS-EXCEPTION-REASON
                 MOVE 'XCLI'                            TO
                      WS-DQ-REASON-CODE
                 PERFORM C2210-WRITE-EXCEPTION
              NOT INVALID KEY
                 IF CM-MERGED-INTO-ID NOT = SPACES
                    MOVE SPACES TO WS-EXCEPTION-REASON
                    STRING 'CLIENT MERGED INTO '  DELIMITED BY SIZE
                           CM-MERGED-INTO-ID      DELIMITED BY SIZE
                      INTO WS-EXCEPTION-REASON
                    END-STRING
                    MOVE 'XMRG' TO WS-DQ-REASON-CODE
                    PERFORM C2210-WRITE-EXCEPTION
                 ELSE
                    IF FUNCTION UPPER-CASE (WISH-CLIENT-NAME) NOT =
                       FUNCTION UPPER-CASE (CM-CLIENT-NAME)
                       OR WISH-CLIENT-DOB NOT = CM-CLIENT-DOB
                       MOVE 'CLIENT NAME/DOB MISMATCH' TO
                            WS-EXCEPTION-REASON
                       MOVE 'XMIS'                     TO
                            WS-DQ-REASON-CODE
                       PERFORM C2210-WRITE-EXCEPTION
                    END-IF
                    IF CM-REGISTRY-STATUS = 'H' OR 'P'
                       PERFORM C0700-HOLD-FOR-REGISTRY
                    END-IF
                 END-IF
           END-READ
           .

      ******************************************************************
       C0700-HOLD-FOR-REGISTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE CHILD IS ON THE PARTNER-AGENCY REGISTRY AS CROSS-ENROLLED *
      * ('H') OR SERVED BY THE OTHER AGENCY ('P'). FILE THE WISH FOR  *
      * GIFTXCH TO HOLD BACK FROM GIFT SELECTION AND LIST IT FOR THE  *
      * COORDINATOR. THE WISH IS STILL PRICED AND REPORTED HERE, SO   *
      * THE NIGHT'S TOTALS STILL BALANCE.                             *
      *---------------------------------------------------------------*
           MOVE SPACES              TO HELD-WISH-RECORD
           MOVE WS-WISH-RECORD      TO HW-WISH
           MOVE WS-DATE             TO HW-RUN-DATE
           MOVE CM-REGISTRY-STATUS  TO HW-REGISTRY-STATUS
           MOVE CM-REGISTRY-AGENCY  TO HW-REGISTRY-AGENCY
           WRITE HELD-WISH-RECORD
           IF WS-HELDWISH-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: HELD-WISH WRITE FAILED FOR CLIENT '
                      WISH-CLIENT-ID ' ITEM ' WISH-ITEM-NUMBER
                      ' (STATUS ' WS-HELDWISH-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              PERFORM E0000-CLOSE-FILES
              STOP RUN
           END-IF
      *
           IF WS-HELD-LINES >= WS-LINES-PER-PAGE
              PERFORM C0710-WRITE-HELD-HEADINGS
           END-IF
      *
           MOVE WISH-CLIENT-ID      TO HELD-CLIENT-ID
           MOVE WISH-CLIENT-NAME    TO HELD-CLIENT-NAME
           MOVE WISH-ITEM-NUMBER    TO HELD-ITEM-NUMBER
           MOVE WISH-REGION-CODE    TO HELD-REGION
           MOVE CM-REGISTRY-AGENCY  TO HELD-AGENCY
           IF CM-REGISTRY-STATUS = 'H'
              MOVE 'HELD FOR REVIEW' TO HELD-MESSAGE
           ELSE
              MOVE 'PARTNER SERVES'  TO HELD-MESSAGE
           END-IF
           WRITE HELD-LIST-RECORD   FROM WS-HELD-LINE
              AFTER 1
           ADD  1                   TO WS-HELD-LINES
           .
      *
      ******************************************************************
       C0710-WRITE-HELD-HEADINGS.
      ******************************************************************

      *---------------------------------------------------------------*
      * WRITE HEADING LINES ON THE HELD-WISH LISTING                  *
      *---------------------------------------------------------------*
           ADD  1                   TO WS-HELD-PAGE
           MOVE ZERO                TO WS-HELD-LINES
           MOVE WS-HELD-PAGE        TO WS-HELD-HEADING-PAGE
      *
           WRITE HELD-LIST-RECORD   FROM WS-HELD-HEADING-1
              AFTER TOP-PAGE
           WRITE HELD-LIST-RECORD   FROM WS-HELD-HEADING-2
              AFTER 2
           MOVE SPACES              TO HELD-LIST-RECORD
           WRITE HELD-LIST-RECORD
              AFTER 1
           .
      *
      ******************************************************************
       C0800-CHECK-PRIOR-SEASON.
                 WHEN WS-HIST-KEY (WS-HIST-IDX) = WS-HIST-SEARCH-KEY
                    MOVE 'SAME ITEM AS LAST SEASON' TO
                         WS-EXCEPTION-REASON
                    MOVE 'XLST'                     TO
                         WS-DQ-REASON-CODE
                    PERFORM C2210-WRITE-EXCEPTION
              END-SEARCH
           END-IF
                WS-ITEM-EFF-PRICE
           MOVE 'ITEM NOT IN ITEM-MASTER'    TO
                WS-EXCEPTION-REASON
           MOVE 'XITM'                       TO
                WS-DQ-REASON-CODE
           PERFORM C2210-WRITE-EXCEPTION
           .

      * LOG A WISH RECORD THAT FAILED AN EDIT -- AN ITEM NUMBER NOT   *
      * IN THE ITEM MASTER, OR A CLIENT MISSING FROM OR DISAGREEING   *
      * WITH THE CLIENT MASTER -- SO IT CAN BE CAUGHT BEFORE THE WISH *
      * LISTS GO OUT. THE CALLER SETS WS-EXCEPTION-REASON AND THE     *
      * DATA-QUALITY REASON CODE (WS-DQ-REASON-CODE) FIRST.           *
      *---------------------------------------------------------------*
      * EVERY VARIABLE FIELD IS MOVED FRESH EACH TIME -- NO BLANKING
      * MOVE HERE, IT WOULD WIPE THE FILLER VALUE LABELS
           MOVE ZERO                TO NE-AMOUNT
           MOVE WS-EXCEPTION-REASON TO NE-MESSAGE
           WRITE NOTIFY-EVENT-RECORD
      *
           MOVE 'F'                 TO WS-DQ-RECORD-TYPE
           MOVE WS-EXCEPTION-REASON TO WS-DQ-REASON-TEXT
           PERFORM C2270-LOG-DATA-QUALITY
           .

      ******************************************************************
       C2270-LOG-DATA-QUALITY.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE DATA-QUALITY LOG RECORD FOR THE WISH RECORD IN HAND,      *
      * UNDER THE REGION THE MERGE STAMPED ON IT. INTFUNC RUNS        *
      * CITYWIDE, SO THE RUN SCOPE IS BLANK.                          *
      *---------------------------------------------------------------*
           IF WS-DQLOG-OPEN
              MOVE SPACES            TO DATA-QUALITY-RECORD
              MOVE WS-DATE           TO DQ-RUN-DATE
              MOVE 'INTFUNC'         TO DQ-PROGRAM
              MOVE SPACE             TO DQ-RUN-SCOPE
              MOVE WS-DQ-RUN-STAMP   TO DQ-RUN-STAMP
              IF WS-RESTART-MODE
                 MOVE 'Y'            TO DQ-RESTART-FLAG
              ELSE
                 MOVE 'N'            TO DQ-RESTART-FLAG
              END-IF
              MOVE WS-DQ-RECORD-TYPE TO DQ-RECORD-TYPE
              MOVE WISH-REGION-CODE  TO DQ-REGION-CODE
              MOVE WS-DQ-REASON-CODE TO DQ-REASON-CODE
              MOVE WISH-CLIENT-ID    TO DQ-CLIENT-ID
              MOVE WISH-ITEM-NUMBER  TO DQ-ITEM-NUMBER
              MOVE 1                 TO DQ-COUNT
              MOVE WS-DQ-REASON-TEXT TO DQ-REASON-TEXT
              WRITE DATA-QUALITY-RECORD
           END-IF
           .
      
      ******************************************************************
           END-PERFORM
           .

      ******************************************************************
       D0900-LOG-RUN-END.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE END-OF-RUN RECORD ON THE DATA-QUALITY LOG FOR A RUN THAT  *
      * FINISHED. IT CARRIES NO REGION OR COUNT -- IT IS THERE SO A   *
      * RERUN THAT FOUND NOTHING STILL REPLACES THE EARLIER RUN ON    *
      * DQSCORE'S SCORECARD. THE ABORT PATHS CLOSE THE FILES WITHOUT  *
      * COMING THROUGH HERE, SO A FAILED RUN NEVER SUPERSEDES A GOOD  *
      * ONE.                                                          *
      *---------------------------------------------------------------*
           IF WS-DQLOG-OPEN
              MOVE SPACES            TO DATA-QUALITY-RECORD
              MOVE WS-DATE           TO DQ-RUN-DATE
              MOVE 'INTFUNC'         TO DQ-PROGRAM
              MOVE SPACE             TO DQ-RUN-SCOPE
              MOVE WS-DQ-RUN-STAMP   TO DQ-RUN-STAMP
              IF WS-RESTART-MODE
                 MOVE 'Y'            TO DQ-RESTART-FLAG
              ELSE
                 MOVE 'N'            TO DQ-RESTART-FLAG
              END-IF
              SET  DQ-RUN-END        TO TRUE
              MOVE SPACE             TO DQ-REGION-CODE
              MOVE ZERO              TO DQ-COUNT
              WRITE DATA-QUALITY-RECORD
           END-IF
           .

      ******************************************************************
       E0000-CLOSE-FILES.
      ******************************************************************   
                 NOTIFY-EVENT-FILE
                 CHECKPOINT-FILE
                 AUDIT-LOG-FILE
                 HELD-WISH-FILE
                 HELD-LIST-FILE
      *
           IF WS-DQLOG-OPEN
              CLOSE DATA-QUALITY-FILE
           END-IF
           .
      
      ******************************************************************   
