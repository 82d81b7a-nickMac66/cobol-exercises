      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   SEASPURG.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SEASON-END PURGE OF THE OPERATIONAL FILES THAT *
      *                OTHERWISE GROW FOREVER: THE SHARED AUDIT LOG,  *
      *                DELIVERED/RETURNED FULFILLMENT RECORDS, CLOSED *
      *                BACKORDERS AND LONG-INACTIVE CLIENTS. RUNS IN  *
      *                THE SEASEND STREAM ONLY AFTER THE ARCHIVE STEP *
      *                HAS COPIED ALL FOUR FILES TO THE SEASON'S      *
      *                DATED ARCHIVE DATASETS. OPERATIONS SETS THE    *
      *                RETENTION FOR EACH FILE ON A CONTROL CARD, AS  *
      *                A NUMBER OF SEASONS TO KEEP BEFORE THE SEASON  *
      *                YEAR IN THE PARM (CCYY); A FILE WITH NO CARD   *
      *                IS LEFT ALONE. EVERY RECORD REMOVED IS LISTED  *
      *                BY KEY ON THE PURGE REGISTER WITH COUNTS BY    *
      *                FILE. A CLIENT IS NEVER PURGED WHILE ANYONE    *
      *                ELSE IN THEIR HOUSEHOLD IS STILL ACTIVE --     *
      *                THOSE ARE LISTED AS REFUSED INSTEAD.           *
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
           SELECT PURGE-CONTROL     ASSIGN TO UT-S-PURGCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PURGCTL-FILE-STATUS.
           SELECT AUDIT-ARCHIVE     ASSIGN TO UT-S-AUDARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUDARCH-FILE-STATUS.
           SELECT AUDIT-LOG         ASSIGN TO UT-S-AUDIT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT BACKORDER-ARCHIVE ASSIGN TO UT-S-BKOARCH
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BKOARCH-FILE-STATUS.
           SELECT BACKORDER-FILE    ASSIGN TO UT-S-BKORD
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-BKORD-FILE-STATUS.
           SELECT FULFILL-MASTER    ASSIGN TO FULFILL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FS-STATUS-KEY
                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT CLIENT-MASTER     ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT HISTORY-FILE      ASSIGN TO UT-S-HISTORY
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT PURGE-REGISTER    ASSIGN TO UT-S-PURGRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * RETENTION CARDS -- ONE PER FILE TO BE PURGED. PC-FILE-NAME IS *
      * AUDITLOG, FULFILL, BACKORD OR CLIENTMS; PC-RETAIN-SEASONS IS  *
      * HOW MANY SEASONS BEFORE THE SEASON YEAR TO KEEP (00 = KEEP    *
      * ONLY THE SEASON JUST ENDED). FOR CLIENTS IT IS THE NUMBER OF  *
      * SEASONS AN INACTIVE CLIENT MAY GO WITHOUT A WISH ON HISTORY.  *
      *---------------------------------------------------------------*
       FD  PURGE-CONTROL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURGE-CONTROL-RECORD.
      *
       01  PURGE-CONTROL-RECORD.
           05  PC-FILE-NAME                  PIC X(8).
           05  FILLER                        PIC X.
           05  PC-RETAIN-SEASONS             PIC 99.
           05  PC-RETAIN-SEASONS-X REDEFINES PC-RETAIN-SEASONS
                                             PIC XX.
           05  FILLER                        PIC X(69).
      *
      *---------------------------------------------------------------*
      * THE AUDIT LOG IS REBUILT FROM THE ARCHIVE COPY THE PRECEDING  *
      * STEP JUST TOOK -- RERUNNING THIS STEP READS THE SAME ARCHIVE  *
      * AND REBUILDS THE SAME LOG                                     *
      *---------------------------------------------------------------*
       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-ARCHIVE-RECORD.
      *
       01  AUDIT-ARCHIVE-RECORD.
           05  AA-RUN-DATE                   PIC 9(8).
           05  AA-PROGRAM-NAME               PIC X(8).
           05  AA-RECORD-COUNT               PIC 9(7).
           05  FILLER                        PIC X(56).
      *
       FD  AUDIT-LOG
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS AUDIT-LOG-RECORD.
      *
       01  AUDIT-LOG-RECORD                  PIC X(79).
      *
      *---------------------------------------------------------------*
      * BACKORDERS -- SAME REBUILD FROM THE ARCHIVE COPY. BO-STATUS   *
      * 'C' = CLOSED BY A STOCKMV RECEIPT ON BO-CLOSED-DATE; SPACES = *
      * STILL OPEN, NEVER PURGED.                                     *
      *---------------------------------------------------------------*
       FD  BACKORDER-ARCHIVE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-ARCHIVE-RECORD.
      *
       01  BACKORDER-ARCHIVE-RECORD.
           05  BO-ITEM-NUMBER                PIC X(5).
           05  BO-ITEM-DESCRIPTION           PIC X(25).
           05  BO-SHORT-QTY                  PIC 9(5).
           05  BO-RUN-DATE                   PIC 9(8).
           05  BO-STATUS                     PIC X.
           05  BO-CLOSED-DATE                PIC 9(8).
           05  FILLER                        PIC X(28).
      *
       FD  BACKORDER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BACKORDER-RECORD.
      *
       01  BACKORDER-RECORD                  PIC X(80).
      *
      *---------------------------------------------------------------*
      * FULFILLMENT STATUS MASTER -- BROWSED IN KEY ORDER AND PURGED  *
      * IN PLACE. ONLY 'D' (DELIVERED) AND 'R' (RETURNED) RECORDS --  *
      * THE TWO CLOSED STATUSES -- ARE EVER REMOVED.                  *
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
           05  FILLER                        PIC X(28).
      *
      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- BROWSED ONCE TO FIND THE       *
      * HOUSEHOLDS WITH AN ACTIVE MEMBER AND THE INACTIVE CLIENTS,    *
      * THEN AGAIN IN I-O TO PURGE IN PLACE                           *
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
           05  FILLER                        PIC X(12).
      *
      *---------------------------------------------------------------*
      * CUMULATIVE SEASON HISTORY MASTER -- THE LAST SEASON A CLIENT  *
      * APPEARS ON IT (WISHED OR RECEIVED) IS THEIR LAST ACTIVE       *
      * SEASON. NOT ITSELF PURGED.                                    *
      *---------------------------------------------------------------*
       FD  HISTORY-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS HISTORY-RECORD.
      *
       01  HISTORY-RECORD.
           05  HS-SEASON-YEAR                PIC 9(4).
           05  HS-SEASON-YEAR-X REDEFINES HS-SEASON-YEAR
                                             PIC X(4).
           05  HS-CLIENT-ID                  PIC X(5).
           05  HS-CLIENT-NAME                PIC X(25).
           05  HS-ITEM-NUMBER                PIC X(5).
           05  HS-ITEM-COST                  PIC 9(7)V99.
           05  HS-OUTCOME                    PIC X.
           05  FILLER                        PIC X(31).
      *
       FD  PURGE-REGISTER
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PURGE-REGISTER-RECORD.
      *
       01  PURGE-REGISTER-RECORD             PIC X(132).
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
          05 WS-AUD-PURGE-SW                PIC X.
             88 WS-AUD-PURGE                          VALUE 'Y'.
             88 WS-AUD-NO-PURGE                       VALUE 'N'.
          05 WS-FUL-PURGE-SW                PIC X.
             88 WS-FUL-PURGE                          VALUE 'Y'.
             88 WS-FUL-NO-PURGE                       VALUE 'N'.
          05 WS-BKO-PURGE-SW                PIC X.
             88 WS-BKO-PURGE                          VALUE 'Y'.
             88 WS-BKO-NO-PURGE                       VALUE 'N'.
          05 WS-CLI-PURGE-SW                PIC X.
             88 WS-CLI-PURGE                          VALUE 'Y'.
             88 WS-CLI-NO-PURGE                       VALUE 'N'.
          05 WS-HH-ACTIVE-SW                PIC X.
             88 WS-HH-ACTIVE                          VALUE 'Y'.
             88 WS-HH-NOT-ACTIVE                      VALUE 'N'.
      *
       01 WS-PURGCTL-FILE-STATUS            PIC XX.
      *
       01 WS-AUDARCH-FILE-STATUS            PIC XX.
      *
       01 WS-AUDIT-FILE-STATUS              PIC XX.
      *
       01 WS-BKOARCH-FILE-STATUS            PIC XX.
      *
       01 WS-BKORD-FILE-STATUS              PIC XX.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-HISTORY-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-CARDS-READ                  PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-CARDS-REJECTED              PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-AUD-READ                    PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-AUD-PURGED                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-FUL-READ                    PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-FUL-PURGED                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-BKO-READ                    PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-BKO-PURGED                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLI-READ                    PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLI-PURGED                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLI-REFUSED                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-DELETE-ERRORS               PIC S9(5) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-SEASON-YEAR                 PIC 9(4).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PRINT-LINE                  PIC X(132).
          05 WS-HOUSEHOLD-KEY               PIC X(5).
          05 WS-EDIT-DATE-IN                PIC 9(8).
          05 WS-EDIT-DATE-OUT               PIC X(10).
      *
      *---------------------------------------------------------------*
      * ONE RULE PER FILE FROM THE RETENTION CARDS. A RECORD IS       *
      * ELIGIBLE WHEN ITS YEAR IS BEFORE THE CUTOFF YEAR (SEASON YEAR *
      * LESS THE SEASONS RETAINED).                                   *
      *---------------------------------------------------------------*
       01 WS-RETENTION-RULES.
          05 WS-AUD-RETAIN                  PIC 99    VALUE ZERO.
          05 WS-AUD-CUTOFF-YEAR             PIC 9(4)  VALUE ZERO.
          05 WS-FUL-RETAIN                  PIC 99    VALUE ZERO.
          05 WS-FUL-CUTOFF-YEAR             PIC 9(4)  VALUE ZERO.
          05 WS-BKO-RETAIN                  PIC 99    VALUE ZERO.
          05 WS-BKO-CUTOFF-YEAR             PIC 9(4)  VALUE ZERO.
          05 WS-CLI-RETAIN                  PIC 99    VALUE ZERO.
          05 WS-CLI-CUTOFF-YEAR             PIC 9(4)  VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * HOUSEHOLDS WITH AT LEAST ONE MEMBER NOT INACTIVE. A CLIENT    *
      * WITHOUT A HOUSEHOLD LINK IS THEIR OWN HOUSEHOLD. IF THE TABLE *
      * FILLS, NO CLIENT IS PURGED THIS RUN -- A HOUSEHOLD LEFT OUT   *
      * OF IT WOULD LOOK SAFE TO PURGE WHEN IT ISN'T.                 *
      *---------------------------------------------------------------*
       01 WS-ACTHH-TABLE-MAX                PIC S9(4) BINARY
                                                      VALUE +5000.
       01 WS-ACTHH-COUNT                    PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-ACTHH-IDX                      PIC S9(4) BINARY.
       01 WS-ACTHH-TABLE.
          05 WS-ACTHH-ENTRY OCCURS 5000 TIMES.
             10 WS-ACTHH-KEY                PIC X(5).
      *
      *---------------------------------------------------------------*
      * INACTIVE CLIENTS, LOADED FROM THE CLIENT MASTER IN KEY ORDER  *
      * SO HISTORY CAN SEARCH ALL (BINARY SEARCH) IT FOR EACH         *
      * CLIENT'S LAST SEASON. A CLIENT PAST THE END OF A FULL TABLE   *
      * IS SIMPLY KEPT THIS SEASON.                                   *
      *---------------------------------------------------------------*
       01 WS-CAND-TABLE-MAX                 PIC S9(4) BINARY
                                                      VALUE +5000.
       01 WS-CAND-COUNT                     PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY
             OCCURS 0 TO 5000 TIMES
             DEPENDING ON WS-CAND-COUNT
             ASCENDING KEY IS WS-CAND-CLIENT-ID
             INDEXED BY WS-CAND-IDX.
             10 WS-CAND-CLIENT-ID           PIC X(5).
             10 WS-CAND-LAST-SEASON         PIC 9(4).
      *
       01 WS-PRG-HEADING-1.
          05 PRG-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 PRG-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 PRG-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(36) VALUE
             'SEASON-END ARCHIVE PURGE REGISTER'.
          05 FILLER                         PIC X(7)  VALUE 'SEASON'.
          05 PRG-HDG-SEASON                 PIC 9(4).
          05 FILLER                         PIC X(37) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 PRG-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-PRG-HEADING-2.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 FILLER                         PIC X(10) VALUE 'ACTION'.
          05 FILLER                         PIC X(22) VALUE 'KEY'.
          05 FILLER                         PIC X(32) VALUE
             'NAME / DESCRIPTION'.
          05 FILLER                         PIC X(12) VALUE 'DATE'.
          05 FILLER                         PIC X(54) VALUE 'REASON'.
      *
       01 WS-PRG-FILE-HEADING.
          05 FILLER                         PIC X(6)  VALUE 'FILE:'.
          05 PRG-FH-FILE                    PIC X(10).
          05 PRG-FH-TEXT                    PIC X(80).
          05 FILLER                         PIC X(36) VALUE SPACES.
      *
       01 WS-PRG-DETAIL.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 PRG-DET-ACTION                 PIC X(10).
          05 PRG-DET-KEY                    PIC X(20).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 PRG-DET-DESC                   PIC X(30).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 PRG-DET-DATE                   PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 PRG-DET-REASON                 PIC X(50).
          05 FILLER                         PIC X(4)  VALUE SPACES.
      *
       01 WS-PRG-SUMMARY-HEADING.
          05 FILLER                         PIC X(40) VALUE
             'PURGE TOTALS BY FILE'.
          05 FILLER                         PIC X(92) VALUE SPACES.
      *
       01 WS-PRG-SUMMARY-LINE.
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 PRG-SUM-FILE                   PIC X(10).
          05 FILLER                         PIC X(6)  VALUE 'READ'.
          05 PRG-SUM-READ                   PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'KEPT'.
          05 PRG-SUM-KEPT                   PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(8)  VALUE 'PURGED'.
          05 PRG-SUM-PURGED                 PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(9)  VALUE 'REFUSED'.
          05 PRG-SUM-REFUSED                PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 PRG-SUM-NOTE                   PIC X(30).
          05 FILLER                         PIC X(21) VALUE SPACES.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-SEASON-YEAR              PIC 9(4).
             10 LS-SEASON-YEAR-X REDEFINES LS-SEASON-YEAR
                                            PIC X(4).
             10 FILLER                      PIC X(96).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM A1000-LOAD-RETENTION-CARDS
           PERFORM B0000-OPEN-FILES
      *
           PERFORM C0000-PURGE-AUDIT-LOG
           PERFORM D0000-PURGE-FULFILLMENT
           PERFORM E0000-PURGE-BACKORDERS
           PERFORM F0000-PURGE-CLIENTS
      *
           PERFORM G0000-WRITE-TOTALS
           PERFORM H0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS    TO TRUE
           SET  WS-AUD-NO-PURGE TO TRUE
           SET  WS-FUL-NO-PURGE TO TRUE
           SET  WS-BKO-NO-PURGE TO TRUE
           SET  WS-CLI-NO-PURGE TO TRUE
           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE (1:4) TO PRG-HDG-YYYY
           MOVE WS-DATE (5:2) TO PRG-HDG-MM
           MOVE WS-DATE (7:2) TO PRG-HDG-DD
      *
           IF LS-PARM-LENGTH >= +4
              AND LS-SEASON-YEAR-X IS NUMERIC
              MOVE LS-SEASON-YEAR TO WS-SEASON-YEAR
           ELSE
              DISPLAY 'WARNING: NO SEASON YEAR PARM -- USING THE '
                      'CURRENT YEAR'
              MOVE WS-DATE (1:4)  TO WS-SEASON-YEAR
           END-IF
           MOVE WS-SEASON-YEAR TO PRG-HDG-SEASON
           .

      ******************************************************************
       A1000-LOAD-RETENTION-CARDS.
      ******************************************************************

      *---------------------------------------------------------------*
      * NO CONTROL FILE AT ALL MEANS NOTHING IS PURGED -- THE SAFE    *
      * DEFAULT FOR A STEP THAT DELETES RECORDS                       *
      *---------------------------------------------------------------*
           OPEN INPUT PURGE-CONTROL
           IF WS-PURGCTL-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: RETENTION CONTROL FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-PURGCTL-FILE-STATUS ') -- '
                      'NOTHING PURGED'
              MOVE 4 TO RETURN-CODE
           ELSE
              SET  MORE-RECORDS TO TRUE
              PERFORM X1000-READ-CONTROL
              PERFORM UNTIL NO-MORE-RECORDS
                 PERFORM A1100-APPLY-RETENTION-CARD
                 PERFORM X1000-READ-CONTROL
              END-PERFORM
              CLOSE PURGE-CONTROL
           END-IF
           .

      ******************************************************************
       A1100-APPLY-RETENTION-CARD.
      ******************************************************************

           IF PC-RETAIN-SEASONS-X IS NOT NUMERIC
              DISPLAY 'REJECTED -- RETENTION CARD FOR ' PC-FILE-NAME
                      ' HAS NO NUMERIC SEASON COUNT'
              ADD  1 TO WS-CARDS-REJECTED
              MOVE 4 TO RETURN-CODE
           ELSE
              EVALUATE PC-FILE-NAME
                 WHEN 'AUDITLOG'
                    SET  WS-AUD-PURGE      TO TRUE
                    MOVE PC-RETAIN-SEASONS TO WS-AUD-RETAIN
                    COMPUTE WS-AUD-CUTOFF-YEAR =
                            WS-SEASON-YEAR - PC-RETAIN-SEASONS
                 WHEN 'FULFILL'
                    SET  WS-FUL-PURGE      TO TRUE
                    MOVE PC-RETAIN-SEASONS TO WS-FUL-RETAIN
                    COMPUTE WS-FUL-CUTOFF-YEAR =
                            WS-SEASON-YEAR - PC-RETAIN-SEASONS
                 WHEN 'BACKORD'
                    SET  WS-BKO-PURGE      TO TRUE
                    MOVE PC-RETAIN-SEASONS TO WS-BKO-RETAIN
                    COMPUTE WS-BKO-CUTOFF-YEAR =
                            WS-SEASON-YEAR - PC-RETAIN-SEASONS
                 WHEN 'CLIENTMS'
                    SET  WS-CLI-PURGE      TO TRUE
                    MOVE PC-RETAIN-SEASONS TO WS-CLI-RETAIN
                    COMPUTE WS-CLI-CUTOFF-YEAR =
                            WS-SEASON-YEAR - PC-RETAIN-SEASONS
                 WHEN OTHER
                    DISPLAY 'REJECTED -- RETENTION CARD FOR UNKNOWN '
                            'FILE ' PC-FILE-NAME
                    ADD  1 TO WS-CARDS-REJECTED
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY FILE TO BE PURGED IS OPENED BEFORE ANYTHING IS REMOVED  *
      * -- ONE THAT WON'T OPEN STOPS THE WHOLE STEP BEFORE IT HAS     *
      * TOUCHED ANY OF THE OTHERS                                     *
      *---------------------------------------------------------------*
           OPEN OUTPUT PURGE-REGISTER
      *
           IF WS-AUD-PURGE
              OPEN INPUT AUDIT-ARCHIVE
              IF WS-AUDARCH-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: AUDIT LOG ARCHIVE COULD NOT BE '
                         'OPENED (STATUS ' WS-AUDARCH-FILE-STATUS
                         ') -- ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
           END-IF
      *
           IF WS-BKO-PURGE
              OPEN INPUT BACKORDER-ARCHIVE
              IF WS-BKOARCH-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: BACKORDER ARCHIVE COULD NOT BE '
                         'OPENED (STATUS ' WS-BKOARCH-FILE-STATUS
                         ') -- ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
           END-IF
      *
           IF WS-FUL-PURGE
              OPEN I-O FULFILL-MASTER
              IF WS-FULFILL-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: FULFILL MASTER COULD NOT BE OPENED '
                         '(STATUS ' WS-FULFILL-FILE-STATUS ') -- '
                         'ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
           END-IF
      *
      *---------------------------------------------------------------*
      * CLIENT PURGING NEEDS HISTORY TO TELL HOW LONG A CLIENT HAS    *
      * BEEN AWAY -- WITHOUT IT, NO CLIENT IS PURGED                  *
      *---------------------------------------------------------------*
           IF WS-CLI-PURGE
              OPEN INPUT CLIENT-MASTER
              IF WS-CLIENTMS-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE OPENED '
                         '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                         'ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
              OPEN INPUT HISTORY-FILE
              IF WS-HISTORY-FILE-STATUS NOT = '00'
                 DISPLAY 'WARNING: HISTORY FILE COULD NOT BE OPENED '
                         '(STATUS ' WS-HISTORY-FILE-STATUS ') -- '
                         'NO CLIENTS PURGED'
                 MOVE 4 TO RETURN-CODE
                 SET  WS-CLI-NO-PURGE TO TRUE
                 CLOSE CLIENT-MASTER
              END-IF
           END-IF
           .

      ******************************************************************
       C0000-PURGE-AUDIT-LOG.
      ******************************************************************

      *---------------------------------------------------------------*
      * REBUILD THE AUDIT LOG FROM ITS ARCHIVE COPY, LEAVING OUT      *
      * EVERY ENTRY WHOSE RUN DATE IS BEFORE THE CUTOFF YEAR          *
      *---------------------------------------------------------------*
           MOVE 'AUDITLOG' TO PRG-FH-FILE
           IF WS-AUD-NO-PURGE
              MOVE 'NO RETENTION CARD -- NOT PURGED' TO PRG-FH-TEXT
              PERFORM X5100-WRITE-FILE-HEADING
           ELSE
              MOVE SPACES TO PRG-FH-TEXT
              STRING 'RETAIN '                   DELIMITED BY SIZE
                     WS-AUD-RETAIN               DELIMITED BY SIZE
                     ' PRIOR SEASON(S) -- PURGING ENTRIES RUN '
                                                 DELIMITED BY SIZE
                     'BEFORE '                   DELIMITED BY SIZE
                     WS-AUD-CUTOFF-YEAR          DELIMITED BY SIZE
                INTO PRG-FH-TEXT
              END-STRING
              PERFORM X5100-WRITE-FILE-HEADING
      *
              OPEN OUTPUT AUDIT-LOG
              IF WS-AUDIT-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: AUDIT LOG COULD NOT BE OPENED '
                         '(STATUS ' WS-AUDIT-FILE-STATUS ') -- '
                         'ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
      *
              SET  MORE-RECORDS TO TRUE
              PERFORM X2000-READ-AUDIT-ARCHIVE
              PERFORM UNTIL NO-MORE-RECORDS
                 IF AA-RUN-DATE (1:4) < WS-AUD-CUTOFF-YEAR
                    ADD  1 TO WS-AUD-PURGED
                    MOVE SPACES               TO WS-PRG-DETAIL
                    MOVE 'PURGED'             TO PRG-DET-ACTION
                    MOVE AA-PROGRAM-NAME      TO PRG-DET-KEY
                    MOVE 'AUDIT ENTRY'        TO PRG-DET-DESC
                    MOVE AA-RUN-DATE          TO WS-EDIT-DATE-IN
                    PERFORM X4500-EDIT-DATE
                    MOVE WS-EDIT-DATE-OUT     TO PRG-DET-DATE
                    MOVE 'RUN BEFORE THE RETENTION PERIOD'
                                              TO PRG-DET-REASON
                    PERFORM X5200-WRITE-DETAIL
                 ELSE
                    WRITE AUDIT-LOG-RECORD FROM AUDIT-ARCHIVE-RECORD
                    IF WS-AUDIT-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR: AUDIT LOG WRITE FAILED FOR '
                               AA-PROGRAM-NAME ' RUN ' AA-RUN-DATE
                               ' (STATUS ' WS-AUDIT-FILE-STATUS
                               ') -- ABORTING RUN'
                       PERFORM X9000-ABORT
                    END-IF
                 END-IF
                 PERFORM X2000-READ-AUDIT-ARCHIVE
              END-PERFORM
      *
              CLOSE AUDIT-ARCHIVE
                    AUDIT-LOG
           END-IF
           .

      ******************************************************************
       D0000-PURGE-FULFILLMENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONLY DELIVERED OR RETURNED GIFTS LEAVE THE FULFILLMENT        *
      * MASTER -- ANYTHING STILL ASSIGNED, PICKED, PACKED OR LOADED   *
      * STAYS WHATEVER ITS AGE SO IT CAN STILL BE CHASED              *
      *---------------------------------------------------------------*
           MOVE 'FULFILL'  TO PRG-FH-FILE
           IF WS-FUL-NO-PURGE
              MOVE 'NO RETENTION CARD -- NOT PURGED' TO PRG-FH-TEXT
              PERFORM X5100-WRITE-FILE-HEADING
           ELSE
              MOVE SPACES TO PRG-FH-TEXT
              STRING 'RETAIN '                   DELIMITED BY SIZE
                     WS-FUL-RETAIN               DELIMITED BY SIZE
                     ' PRIOR SEASON(S) -- PURGING GIFTS CLOSED '
                                                 DELIMITED BY SIZE
                     'BEFORE '                   DELIMITED BY SIZE
                     WS-FUL-CUTOFF-YEAR          DELIMITED BY SIZE
                INTO PRG-FH-TEXT
              END-STRING
              PERFORM X5100-WRITE-FILE-HEADING
      *
              SET  MORE-RECORDS TO TRUE
              PERFORM X2100-READ-FULFILL
              PERFORM UNTIL NO-MORE-RECORDS
                 IF (FS-STATUS = 'D' OR FS-STATUS = 'R')
                    AND FS-STATUS-DATE (1:4) < WS-FUL-CUTOFF-YEAR
                    DELETE FULFILL-MASTER RECORD
                    IF WS-FULFILL-FILE-STATUS = '00'
                       ADD  1 TO WS-FUL-PURGED
                       MOVE SPACES            TO WS-PRG-DETAIL
                       MOVE 'PURGED'          TO PRG-DET-ACTION
                       STRING FS-CLIENT-ID    DELIMITED BY SIZE
                              ' / '           DELIMITED BY SIZE
                              FS-ITEM-NUMBER  DELIMITED BY SIZE
                         INTO PRG-DET-KEY
                       END-STRING
                       MOVE FS-CLIENT-NAME    TO PRG-DET-DESC
                       MOVE FS-STATUS-DATE    TO WS-EDIT-DATE-IN
                       PERFORM X4500-EDIT-DATE
                       MOVE WS-EDIT-DATE-OUT  TO PRG-DET-DATE
                       IF FS-STATUS = 'R'
                          MOVE 'RETURNED BEFORE THE RETENTION PERIOD'
                                              TO PRG-DET-REASON
                       ELSE
                          MOVE 'DELIVERED BEFORE THE RETENTION PERIOD'
                                              TO PRG-DET-REASON
                       END-IF
                       PERFORM X5200-WRITE-DETAIL
                    ELSE
                       DISPLAY 'ERROR: DELETE FAILED FOR FULFILLMENT '
                               FS-CLIENT-ID '/' FS-ITEM-NUMBER
                               ' (STATUS ' WS-FULFILL-FILE-STATUS ')'
                       ADD  1 TO WS-DELETE-ERRORS
                       MOVE 8 TO RETURN-CODE
                    END-IF
                 END-IF
                 PERFORM X2100-READ-FULFILL
              END-PERFORM
      *
              CLOSE FULFILL-MASTER
           END-IF
           .

      ******************************************************************
       E0000-PURGE-BACKORDERS.
      ******************************************************************

      *---------------------------------------------------------------*
      * REBUILD THE BACKORDER FILE FROM ITS ARCHIVE COPY, LEAVING OUT *
      * BACKORDERS CLOSED BEFORE THE CUTOFF YEAR. OPEN ONES STAY.     *
      *---------------------------------------------------------------*
           MOVE 'BACKORD'  TO PRG-FH-FILE
           IF WS-BKO-NO-PURGE
              MOVE 'NO RETENTION CARD -- NOT PURGED' TO PRG-FH-TEXT
              PERFORM X5100-WRITE-FILE-HEADING
           ELSE
              MOVE SPACES TO PRG-FH-TEXT
              STRING 'RETAIN '                   DELIMITED BY SIZE
                     WS-BKO-RETAIN               DELIMITED BY SIZE
                     ' PRIOR SEASON(S) -- PURGING BACKORDERS CLOSED '
                                                 DELIMITED BY SIZE
                     'BEFORE '                   DELIMITED BY SIZE
                     WS-BKO-CUTOFF-YEAR          DELIMITED BY SIZE
                INTO PRG-FH-TEXT
              END-STRING
              PERFORM X5100-WRITE-FILE-HEADING
      *
              OPEN OUTPUT BACKORDER-FILE
              IF WS-BKORD-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: BACKORDER FILE COULD NOT BE OPENED '
                         '(STATUS ' WS-BKORD-FILE-STATUS ') -- '
                         'ABORTING RUN'
                 PERFORM X9000-ABORT
              END-IF
      *
              SET  MORE-RECORDS TO TRUE
              PERFORM X2200-READ-BACKORDER-ARCHIVE
              PERFORM UNTIL NO-MORE-RECORDS
                 IF BO-STATUS = 'C'
                    AND BO-CLOSED-DATE (1:4) < WS-BKO-CUTOFF-YEAR
                    ADD  1 TO WS-BKO-PURGED
                    MOVE SPACES               TO WS-PRG-DETAIL
                    MOVE 'PURGED'             TO PRG-DET-ACTION
                    MOVE BO-RUN-DATE          TO WS-EDIT-DATE-IN
                    PERFORM X4500-EDIT-DATE
                    STRING BO-ITEM-NUMBER     DELIMITED BY SIZE
                           ' / '              DELIMITED BY SIZE
                           WS-EDIT-DATE-OUT   DELIMITED BY SIZE
                      INTO PRG-DET-KEY
                    END-STRING
                    MOVE BO-ITEM-DESCRIPTION  TO PRG-DET-DESC
                    MOVE BO-CLOSED-DATE       TO WS-EDIT-DATE-IN
                    PERFORM X4500-EDIT-DATE
                    MOVE WS-EDIT-DATE-OUT     TO PRG-DET-DATE
                    MOVE 'CLOSED BEFORE THE RETENTION PERIOD'
                                              TO PRG-DET-REASON
                    PERFORM X5200-WRITE-DETAIL
                 ELSE
                    WRITE BACKORDER-RECORD
                       FROM BACKORDER-ARCHIVE-RECORD
                    IF WS-BKORD-FILE-STATUS NOT = '00'
                       DISPLAY 'ERROR: BACKORDER WRITE FAILED FOR ITEM '
                               BO-ITEM-NUMBER ' RUN ' BO-RUN-DATE
                               ' (STATUS ' WS-BKORD-FILE-STATUS
                               ') -- ABORTING RUN'
                       PERFORM X9000-ABORT
                    END-IF
                 END-IF
                 PERFORM X2200-READ-BACKORDER-ARCHIVE
              END-PERFORM
      *
              CLOSE BACKORDER-ARCHIVE
                    BACKORDER-FILE
           END-IF
           .

      ******************************************************************
       F0000-PURGE-CLIENTS.
      ******************************************************************

           MOVE 'CLIENTMS' TO PRG-FH-FILE
           IF WS-CLI-PURGE
              PERFORM F1000-LOAD-CLIENT-STATUS
           END-IF
           IF WS-CLI-PURGE
              PERFORM F2000-LOAD-LAST-SEASONS
           END-IF
      *
           IF WS-CLI-NO-PURGE
              MOVE 'NO RETENTION CARD OR NO HISTORY -- NOT PURGED'
                                                    TO PRG-FH-TEXT
              PERFORM X5100-WRITE-FILE-HEADING
           ELSE
              MOVE SPACES TO PRG-FH-TEXT
              STRING 'INACTIVE CLIENTS WITH NO SEASON ON HISTORY '
                                                 DELIMITED BY SIZE
                     'SINCE BEFORE '             DELIMITED BY SIZE
                     WS-CLI-CUTOFF-YEAR          DELIMITED BY SIZE
                     ' (RETAIN '                 DELIMITED BY SIZE
                     WS-CLI-RETAIN               DELIMITED BY SIZE
                     ')'                         DELIMITED BY SIZE
                INTO PRG-FH-TEXT
              END-STRING
              PERFORM X5100-WRITE-FILE-HEADING
              PERFORM F3000-DELETE-CLIENTS
           END-IF
           .

      ******************************************************************
       F1000-LOAD-CLIENT-STATUS.
      ******************************************************************

      *---------------------------------------------------------------*
      * FIRST PASS: EVERY HOUSEHOLD WITH A MEMBER WHO IS NOT INACTIVE *
      * (ANY STATUS BUT 'I' COUNTS AS ACTIVE HERE), AND EVERY         *
      * INACTIVE CLIENT AS A PURGE CANDIDATE                          *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           PERFORM X2300-READ-CLIENT
      *
           PERFORM UNTIL NO-MORE-RECORDS
              PERFORM X2500-HOUSEHOLD-KEY
              IF CM-ENROLL-STATUS = 'I'
                 PERFORM F1200-ADD-CANDIDATE
              ELSE
                 PERFORM F1100-ADD-ACTIVE-HOUSEHOLD
              END-IF
              PERFORM X2300-READ-CLIENT
           END-PERFORM
      *
           CLOSE CLIENT-MASTER
      *
           IF WS-CLI-NO-PURGE
              CLOSE HISTORY-FILE
           END-IF
           .

      ******************************************************************
       F1100-ADD-ACTIVE-HOUSEHOLD.
      ******************************************************************

           PERFORM X6000-FIND-ACTIVE-HOUSEHOLD
      *
           IF WS-HH-NOT-ACTIVE
              IF WS-ACTHH-COUNT >= WS-ACTHH-TABLE-MAX
                 IF WS-CLI-PURGE
                    DISPLAY 'WARNING: MORE THAN ' WS-ACTHH-TABLE-MAX
                            ' ACTIVE HOUSEHOLDS -- NO CLIENTS PURGED'
                    MOVE 4 TO RETURN-CODE
                    SET  WS-CLI-NO-PURGE TO TRUE
                 END-IF
              ELSE
                 ADD  1                TO WS-ACTHH-COUNT
                 MOVE WS-HOUSEHOLD-KEY TO WS-ACTHH-KEY (WS-ACTHH-COUNT)
              END-IF
           END-IF
           .

      ******************************************************************
       F1200-ADD-CANDIDATE.
      ******************************************************************

           IF WS-CAND-COUNT >= WS-CAND-TABLE-MAX
              IF WS-CAND-COUNT = WS-CAND-TABLE-MAX
                 DISPLAY 'WARNING: MORE THAN ' WS-CAND-TABLE-MAX
                         ' INACTIVE CLIENTS -- CLIENTS AFTER '
                         CM-CLIENT-ID ' KEPT THIS SEASON'
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD  1            TO WS-CAND-COUNT
              MOVE CM-CLIENT-ID TO WS-CAND-CLIENT-ID (WS-CAND-COUNT)
              MOVE ZERO         TO WS-CAND-LAST-SEASON (WS-CAND-COUNT)
           END-IF
           .

      ******************************************************************
       F2000-LOAD-LAST-SEASONS.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE LATEST SEASON EACH INACTIVE CLIENT APPEARS ON HISTORY     *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           PERFORM X2400-READ-HISTORY
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF HS-SEASON-YEAR-X IS NUMERIC
                 AND WS-CAND-COUNT > ZERO
                 SEARCH ALL WS-CAND-ENTRY
                    AT END
                       CONTINUE
                    WHEN WS-CAND-CLIENT-ID (WS-CAND-IDX) = HS-CLIENT-ID
                       IF HS-SEASON-YEAR >
                          WS-CAND-LAST-SEASON (WS-CAND-IDX)
                          MOVE HS-SEASON-YEAR TO
                               WS-CAND-LAST-SEASON (WS-CAND-IDX)
                       END-IF
                 END-SEARCH
              END-IF
              PERFORM X2400-READ-HISTORY
           END-PERFORM
      *
           CLOSE HISTORY-FILE
           .

      ******************************************************************
       F3000-DELETE-CLIENTS.
      ******************************************************************

           OPEN I-O CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE REOPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'NO CLIENTS PURGED'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE ZERO TO WS-CLI-READ
              SET  MORE-RECORDS TO TRUE
              PERFORM X2300-READ-CLIENT
              PERFORM UNTIL NO-MORE-RECORDS
                 IF CM-ENROLL-STATUS = 'I'
                    AND WS-CAND-COUNT > ZERO
                    SEARCH ALL WS-CAND-ENTRY
                       AT END
                          CONTINUE
                       WHEN WS-CAND-CLIENT-ID (WS-CAND-IDX) =
                            CM-CLIENT-ID
                          IF WS-CAND-LAST-SEASON (WS-CAND-IDX) <
                             WS-CLI-CUTOFF-YEAR
                             PERFORM F3100-PURGE-ONE-CLIENT
                          END-IF
                    END-SEARCH
                 END-IF
                 PERFORM X2300-READ-CLIENT
              END-PERFORM
              CLOSE CLIENT-MASTER
           END-IF
           .

      ******************************************************************
       F3100-PURGE-ONE-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE HOUSEHOLD GUARD: AN INACTIVE CLIENT WHOSE HOUSEHOLD STILL *
      * HAS AN ACTIVE MEMBER STAYS -- THE ACTIVE SIBLING'S HOUSEHOLD  *
      * LINK MAY POINT AT THEM, AND FAMLTR/HSHLDRPT STILL GROUP ON IT *
      * A MERGED DUPLICATE IS MOVED INTO ITS SURVIVOR'S HOUSEHOLD, SO *
      * THE SAME GUARD KEEPS ITS CROSS-REFERENCE WHILE THE SURVIVOR   *
      * IS ACTIVE AND WISHES FILED UNDER THE OLD ID CAN BE REDIRECTED *
      *---------------------------------------------------------------*
           PERFORM X2500-HOUSEHOLD-KEY
           PERFORM X6000-FIND-ACTIVE-HOUSEHOLD
      *
           MOVE SPACES            TO WS-PRG-DETAIL
           MOVE CM-CLIENT-ID      TO PRG-DET-KEY
           MOVE CM-CLIENT-NAME    TO PRG-DET-DESC
           MOVE CM-CLIENT-DOB     TO PRG-DET-DATE
      *
           IF WS-HH-ACTIVE
              ADD  1 TO WS-CLI-REFUSED
              MOVE 'REFUSED'      TO PRG-DET-ACTION
              IF CM-MERGED-INTO-ID NOT = SPACES
                 STRING 'MERGED INTO '      DELIMITED BY SIZE
                        CM-MERGED-INTO-ID   DELIMITED BY SIZE
                        ', SURVIVOR HOUSEHOLD STILL ACTIVE'
                                            DELIMITED BY SIZE
                   INTO PRG-DET-REASON
                 END-STRING
              ELSE
                 STRING 'HOUSEHOLD '        DELIMITED BY SIZE
                        WS-HOUSEHOLD-KEY    DELIMITED BY SIZE
                        ' STILL HAS AN ACTIVE MEMBER'
                                            DELIMITED BY SIZE
                   INTO PRG-DET-REASON
                 END-STRING
              END-IF
              PERFORM X5200-WRITE-DETAIL
           ELSE
              DELETE CLIENT-MASTER RECORD
              IF WS-CLIENTMS-FILE-STATUS = '00'
                 ADD  1 TO WS-CLI-PURGED
                 MOVE 'PURGED'    TO PRG-DET-ACTION
                 IF WS-CAND-LAST-SEASON (WS-CAND-IDX) = ZERO
                    MOVE 'INACTIVE, NEVER ON SEASON HISTORY'
                                  TO PRG-DET-REASON
                 ELSE
                    STRING 'INACTIVE, LAST SEASON '
                                         DELIMITED BY SIZE
                           WS-CAND-LAST-SEASON (WS-CAND-IDX)
                                         DELIMITED BY SIZE
                      INTO PRG-DET-REASON
                    END-STRING
                 END-IF
                 PERFORM X5200-WRITE-DETAIL
              ELSE
                 DISPLAY 'ERROR: DELETE FAILED FOR CLIENT '
                         CM-CLIENT-ID ' (STATUS '
                         WS-CLIENTMS-FILE-STATUS ')'
                 ADD  1 TO WS-DELETE-ERRORS
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
       G0000-WRITE-TOTALS.
      ******************************************************************

           IF WS-LINE + 8 >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
           MOVE WS-PRG-SUMMARY-HEADING TO WS-PRINT-LINE
           MOVE 3                      TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE 'AUDITLOG'    TO PRG-SUM-FILE
           MOVE WS-AUD-READ   TO PRG-SUM-READ
           COMPUTE PRG-SUM-KEPT = WS-AUD-READ - WS-AUD-PURGED
           MOVE WS-AUD-PURGED TO PRG-SUM-PURGED
           MOVE ZERO          TO PRG-SUM-REFUSED
           MOVE SPACES        TO PRG-SUM-NOTE
           IF WS-AUD-NO-PURGE
              MOVE 'NOT PURGED' TO PRG-SUM-NOTE
           END-IF
           PERFORM X5400-WRITE-SUMMARY
      *
           MOVE 'FULFILL'     TO PRG-SUM-FILE
           MOVE WS-FUL-READ   TO PRG-SUM-READ
           COMPUTE PRG-SUM-KEPT = WS-FUL-READ - WS-FUL-PURGED
           MOVE WS-FUL-PURGED TO PRG-SUM-PURGED
           MOVE ZERO          TO PRG-SUM-REFUSED
           MOVE SPACES        TO PRG-SUM-NOTE
           IF WS-FUL-NO-PURGE
              MOVE 'NOT PURGED' TO PRG-SUM-NOTE
           END-IF
           PERFORM X5400-WRITE-SUMMARY
      *
           MOVE 'BACKORD'     TO PRG-SUM-FILE
           MOVE WS-BKO-READ   TO PRG-SUM-READ
           COMPUTE PRG-SUM-KEPT = WS-BKO-READ - WS-BKO-PURGED
           MOVE WS-BKO-PURGED TO PRG-SUM-PURGED
           MOVE ZERO          TO PRG-SUM-REFUSED
           MOVE SPACES        TO PRG-SUM-NOTE
           IF WS-BKO-NO-PURGE
              MOVE 'NOT PURGED' TO PRG-SUM-NOTE
           END-IF
           PERFORM X5400-WRITE-SUMMARY
      *
           MOVE 'CLIENTMS'     TO PRG-SUM-FILE
           MOVE WS-CLI-READ    TO PRG-SUM-READ
           COMPUTE PRG-SUM-KEPT = WS-CLI-READ - WS-CLI-PURGED
           MOVE WS-CLI-PURGED  TO PRG-SUM-PURGED
           MOVE WS-CLI-REFUSED TO PRG-SUM-REFUSED
           MOVE SPACES         TO PRG-SUM-NOTE
           IF WS-CLI-NO-PURGE
              MOVE 'NOT PURGED' TO PRG-SUM-NOTE
           END-IF
           PERFORM X5400-WRITE-SUMMARY
      *
           DISPLAY ' '
           DISPLAY 'SEASON-END PURGE SUMMARY -- SEASON ' WS-SEASON-YEAR
           DISPLAY '  RETENTION CARDS READ:     ' WS-CARDS-READ
           DISPLAY '  RETENTION CARDS REJECTED: ' WS-CARDS-REJECTED
           DISPLAY '  AUDIT ENTRIES PURGED:     ' WS-AUD-PURGED
           DISPLAY '  FULFILLMENT PURGED:       ' WS-FUL-PURGED
           DISPLAY '  BACKORDERS PURGED:        ' WS-BKO-PURGED
           DISPLAY '  CLIENTS PURGED:           ' WS-CLI-PURGED
           DISPLAY '  CLIENTS REFUSED:          ' WS-CLI-REFUSED
           DISPLAY '  DELETE ERRORS:            ' WS-DELETE-ERRORS
           .

      ******************************************************************
       H0000-CLOSE-FILES.
      ******************************************************************

           CLOSE PURGE-REGISTER
           .

      ******************************************************************
       X1000-READ-CONTROL.
      ******************************************************************

           READ PURGE-CONTROL
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-CARDS-READ
           END-READ
           .

      ******************************************************************
       X2000-READ-AUDIT-ARCHIVE.
      ******************************************************************

           READ AUDIT-ARCHIVE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-AUD-READ
           END-READ
           .

      ******************************************************************
       X2100-READ-FULFILL.
      ******************************************************************

           READ FULFILL-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-FUL-READ
           END-READ
           .

      ******************************************************************
       X2200-READ-BACKORDER-ARCHIVE.
      ******************************************************************

           READ BACKORDER-ARCHIVE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-BKO-READ
           END-READ
           .

      ******************************************************************
       X2300-READ-CLIENT.
      ******************************************************************

           READ CLIENT-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-CLI-READ
           END-READ
           .

      ******************************************************************
       X2400-READ-HISTORY.
      ******************************************************************

           READ HISTORY-FILE
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
       X4500-EDIT-DATE.
      ******************************************************************

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
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE PURGE-REGISTER-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5100-WRITE-FILE-HEADING.
      ******************************************************************

           IF WS-LINE + 4 >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
           MOVE WS-PRG-FILE-HEADING TO WS-PRINT-LINE
           MOVE 2                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X5200-WRITE-DETAIL.
      ******************************************************************

           MOVE WS-PRG-DETAIL TO WS-PRINT-LINE
           MOVE 1             TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO PRG-HDG-PAGE
      *
           WRITE PURGE-REGISTER-RECORD FROM WS-PRG-HEADING-1
              AFTER TOP-PAGE
           WRITE PURGE-REGISTER-RECORD FROM WS-PRG-HEADING-2
              AFTER 2
           ADD 3 TO WS-LINE
           .

      ******************************************************************
       X5400-WRITE-SUMMARY.
      ******************************************************************

           MOVE WS-PRG-SUMMARY-LINE TO WS-PRINT-LINE
           MOVE 1                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       X6000-FIND-ACTIVE-HOUSEHOLD.
      ******************************************************************

           SET  WS-HH-NOT-ACTIVE TO TRUE
           PERFORM VARYING WS-ACTHH-IDX FROM 1 BY 1
                   UNTIL WS-ACTHH-IDX > WS-ACTHH-COUNT
                      OR WS-HH-ACTIVE
              IF WS-ACTHH-KEY (WS-ACTHH-IDX) = WS-HOUSEHOLD-KEY
                 SET WS-HH-ACTIVE TO TRUE
              END-IF
           END-PERFORM
           .

      ******************************************************************
       X9000-ABORT.
      ******************************************************************

      *---------------------------------------------------------------*
      * NOTHING HAS BEEN REMOVED WHEN THIS RUNS FROM B0000; FROM A    *
      * LATER STEP THE EARLIER FILES ARE ALREADY PURGED AND THE       *
      * STEP IS RERUN FROM THE SAME ARCHIVES                          *
      *---------------------------------------------------------------*
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .
