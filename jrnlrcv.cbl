      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   JRNLRCV.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> CHANGE-JOURNAL RECOVERY. ITEMMNT, CLIENTMNT,   *
      *                STOCKMV, CNTPOST, FULPOST AND FULLOAD APPEND A *
      *                BEFORE AND AFTER IMAGE TO THE SHARED JOURNAL   *
      *                FOR EVERY RECORD THEY ADD, CHANGE OR DELETE ON *
      *                ITEMMST, CLIENTMST OR FULFILL. ONE CONTROL     *
      *                CARD PICKS THE ENTRIES TO UNDO:                *
      *                  'P' - ROLL ONE MASTER BACK TO A POINT IN     *
      *                        TIME (EVERY ENTRY STAMPED AFTER IT)    *
      *                  'R' - REVERSE ONE RUN OF ONE PROGRAM, NAMED  *
      *                        BY THE BATCH ID IT DISPLAYED           *
      *                THE ENTRIES ARE UNDONE NEWEST FIRST. A RECORD  *
      *                IS ONLY PUT BACK WHEN THE MASTER STILL HOLDS   *
      *                EXACTLY WHAT THE JOURNAL SAYS WAS LEFT THERE;  *
      *                ANYTHING ELSE IS A CONFLICT, LISTED AND LEFT   *
      *                ALONE (RC=8). WITHOUT PARM 'UPDATE' THIS IS A  *
      *                TRIAL RUN -- THE REGISTER SHOWS WHAT WOULD BE  *
      *                DONE AND NOTHING IS CHANGED. AN UPDATE RUN     *
      *                JOURNALS ITS OWN CHANGES UNDER PROGRAM JRNLRCV *
      *                SO A RECOVERY CAN ITSELF BE REVERSED. RUN ON   *
      *                DEMAND.                                        *
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
           SELECT RECOVERY-CONTROL ASSIGN TO UT-S-RCVCTL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RCVCTL-FILE-STATUS.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
           SELECT ITEM-MASTER      ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-ITEMMST-FILE-STATUS.
           SELECT CLIENT-MASTER    ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT FULFILL-MASTER   ASSIGN TO FULFILL
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FS-STATUS-KEY
                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT SORT-WORK-FILE   ASSIGN TO UT-S-SORTWK.
           SELECT RECOVERY-REPORT  ASSIGN TO UT-S-RCVRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE CONTROL CARD:                                             *
      *   COL 1      'P' ROLL BACK TO A POINT, 'R' REVERSE ONE RUN    *
      *   COLS 3-10  'P': MASTER -- ITEMMST, CLIENTMS OR FULFILL      *
      *              'R': PROGRAM NAME AS JOURNALED -- CLIENTMNT'S    *
      *                   ENTRIES CARRY 'CLIENTMN' (EIGHT BYTES)      *
      *   COLS 12-25 'P': POINT IN TIME, CCYYMMDDHHMMSS               *
      *              'R': BATCH ID THE RUN DISPLAYED                  *
      *---------------------------------------------------------------*
       FD  RECOVERY-CONTROL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECOVERY-CONTROL-RECORD.
      *
       01  RECOVERY-CONTROL-RECORD.
           05  RC-MODE                       PIC X.
               88  RC-ROLL-BACK-TO-POINT               VALUE 'P'.
               88  RC-REVERSE-ONE-RUN                  VALUE 'R'.
           05  FILLER                        PIC X.
           05  RC-NAME                       PIC X(8).
           05  FILLER                        PIC X.
           05  RC-POINT-OR-BATCH             PIC X(14).
           05  FILLER                        PIC X(55).
      *
      *---------------------------------------------------------------*
      * SHARED CHANGE JOURNAL -- READ WHOLE TO PICK THE ENTRIES, THEN *
      * (ON AN UPDATE RUN) REOPENED EXTEND FOR THIS RUN'S OWN ENTRIES *
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
      * THE BUSINESS DATE STAMPED ON THIS RUN'S OWN JOURNAL ENTRIES   *
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
      *
      *---------------------------------------------------------------*
      * THE THREE JOURNALED MASTERS. ONLY THE KEYS MATTER HERE --     *
      * RECORDS GO BACK WHOLE FROM THE JOURNAL IMAGES.                *
      *---------------------------------------------------------------*
       FD  ITEM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ITEM-MASTER-RECORD.
      *
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-NUMBER                PIC X(5).
           05  FILLER                        PIC X(75).
      *
       FD  CLIENT-MASTER
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CLIENT-MASTER-RECORD.
      *
       01  CLIENT-MASTER-RECORD.
           05  CM-CLIENT-ID                  PIC X(5).
           05  FILLER                        PIC X(95).
      *
       FD  FULFILL-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS FULFILL-RECORD.
      *
       01  FULFILL-RECORD.
           05  FS-STATUS-KEY                 PIC X(10).
           05  FILLER                        PIC X(70).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- THE SELECTED ENTRIES, KEYED ON THEIR        *
      * POSITION IN THE JOURNAL. THE JOURNAL IS ONLY EVER APPENDED    *
      * TO, SO DESCENDING POSITION IS NEWEST FIRST.                   *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-JOURNAL-RECORD.
      *
       01  SD-JOURNAL-RECORD.
           05  SD-JOURNAL-POSITION           PIC 9(9).
           05  SD-JOURNAL-ENTRY              PIC X(280).
      *
       FD  RECOVERY-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RECOVERY-REPORT-RECORD.
      *
       01  RECOVERY-REPORT-RECORD            PIC X(132).
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
          05 WS-RUN-MODE-SW                 PIC X.
             88 WS-UPDATE-RUN                         VALUE 'U'.
             88 WS-TRIAL-RUN                          VALUE 'T'.
          05 WS-ITEMMST-SW                  PIC X.
             88 WS-ITEMMST-OPEN                       VALUE 'Y'.
             88 WS-ITEMMST-CLOSED                     VALUE 'N'.
          05 WS-CLIENTMS-SW                 PIC X.
             88 WS-CLIENTMS-OPEN                      VALUE 'Y'.
             88 WS-CLIENTMS-CLOSED                    VALUE 'N'.
          05 WS-FULFILL-SW                  PIC X.
             88 WS-FULFILL-OPEN                       VALUE 'Y'.
             88 WS-FULFILL-CLOSED                     VALUE 'N'.
          05 WS-JOURNAL-OUT-SW              PIC X.
             88 WS-JOURNAL-OUT-OPEN                   VALUE 'Y'.
             88 WS-JOURNAL-OUT-CLOSED                 VALUE 'N'.
          05 WS-CURRENT-SW                  PIC X.
             88 WS-CURRENT-FOUND                      VALUE 'Y'.
             88 WS-CURRENT-NOT-FOUND                  VALUE 'N'.
             88 WS-CURRENT-NO-MASTER                  VALUE 'X'.
          05 WS-UNDO-SW                     PIC X.
             88 WS-UNDO-OK                            VALUE 'Y'.
             88 WS-UNDO-CONFLICT                      VALUE 'N'.
          05 WS-SIM-SW                      PIC X.
             88 WS-SIM-FOUND                          VALUE 'Y'.
             88 WS-SIM-NOT-FOUND                      VALUE 'N'.
          05 WS-JRNL-RUN-DATE-SW            PIC X.
             88 WS-JRNL-RUN-DATE-SET                  VALUE 'Y'.
             88 WS-JRNL-RUN-DATE-SET-NOT              VALUE 'N'.
      *
       01 WS-RCVCTL-FILE-STATUS             PIC XX.
       01 WS-JOURNAL-FILE-STATUS            PIC XX.
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
       01 WS-ITEMMST-FILE-STATUS            PIC XX.
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
       01 WS-FULFILL-FILE-STATUS            PIC XX.
       01 WS-MASTER-FILE-STATUS             PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-JOURNAL-READ                PIC S9(9) COMP-3 VALUE ZERO.
          05 WS-ENTRIES-SELECTED            PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-ADDS-REMOVED                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CHANGES-RESTORED            PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-DELETES-READDED             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CONFLICTS                   PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-JOURNAL-WRITTEN             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SIM-OVERFLOW                PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-ENTRY-STAMP                 PIC X(14).
          05 WS-CURRENT-IMAGE               PIC X(100).
          05 WS-RESTORE-IMAGE               PIC X(100).
          05 WS-UNDO-ACTION                 PIC X.
          05 WS-RESULT-TEXT                 PIC X(40).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * THE ENTRY BEING UNDONE -- THE SAME LAYOUT EVERY JOURNALING    *
      * PROGRAM WRITES                                                *
      *---------------------------------------------------------------*
       01 WS-SELECTED-ENTRY.
          05 SE-STAMP.
             10 SE-STAMP-DATE               PIC 9(8).
             10 SE-STAMP-TIME               PIC 9(8).
          05 SE-SEQUENCE                    PIC 9(7).
          05 SE-PROGRAM                     PIC X(8).
          05 SE-BUSINESS-DATE               PIC 9(8).
          05 SE-BATCH-ID                    PIC X(14).
          05 SE-MASTER                      PIC X(8).
          05 SE-ACTION                      PIC X.
          05 SE-RECORD-KEY                  PIC X(10).
          05 FILLER                         PIC X(8).
          05 SE-BEFORE-IMAGE                PIC X(100).
          05 SE-AFTER-IMAGE                 PIC X(100).
      *
      *---------------------------------------------------------------*
      * CHANGE-JOURNAL ENTRY FOR THIS RUN'S OWN UPDATES. THE STAMP,   *
      * SEQUENCE, PROGRAM, BUSINESS DATE AND BATCH ARE FILLED IN BY   *
      * A0500-START-JOURNAL AND X7000-WRITE-JOURNAL, THE SAME AS IN   *
      * EVERY PROGRAM THAT JOURNALS.                                  *
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
      *
      *---------------------------------------------------------------*
      * TRIAL RUN ONLY: WHAT EACH RECORD WOULD LOOK LIKE ONCE THE     *
      * ENTRIES ALREADY LISTED WERE UNDONE, SO A KEY CHANGED SEVERAL  *
      * TIMES IS JUDGED AGAINST ITS WOULD-BE STATE, NOT THE MASTER.   *
      * PAST 500 KEYS THE MASTER IS USED AND FALSE CONFLICTS CAN      *
      * APPEAR -- FLAGGED RC=4.                                       *
      *---------------------------------------------------------------*
       01 WS-SIM-MAX                        PIC S9(4) BINARY
                                                      VALUE +500.
       01 WS-SIM-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-SIM-IDX                        PIC S9(4) BINARY.
       01 WS-SIM-HIT                        PIC S9(4) BINARY.
      *
       01 WS-SIM-TABLE.
          05 WS-SIM-ENTRY OCCURS 500 TIMES.
             10 WS-SIM-MASTER               PIC X(8).
             10 WS-SIM-KEY                  PIC X(10).
             10 WS-SIM-EXISTS               PIC X.
             10 WS-SIM-IMAGE                PIC X(100).
      *
       01 WS-PRINT-LINE                     PIC X(132).
      *
       01 WS-RCV-HEADING-1.
          05 RCV-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 RCV-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 RCV-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(38) VALUE SPACES.
          05 FILLER                         PIC X(75) VALUE
             'JOURNAL RECOVERY REGISTER'.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 RCV-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-RCV-HEADING-2.
          05 RCV-HDG-REQUEST                PIC X(60).
          05 RCV-HDG-RUN-MODE               PIC X(72).
      *
       01 WS-RCV-HEADING-3.
          05 FILLER                         PIC X(22) VALUE
             'JOURNAL STAMP'.
          05 FILLER                         PIC X(10) VALUE 'PROGRAM'.
          05 FILLER                         PIC X(16) VALUE 'BATCH'.
          05 FILLER                         PIC X(10) VALUE 'MASTER'.
          05 FILLER                         PIC X(12) VALUE 'KEY'.
          05 FILLER                         PIC X(8)  VALUE 'ACTION'.
          05 FILLER                         PIC X(54) VALUE
             'RECOVERY'.
      *
       01 WS-RCV-DETAIL.
          05 RCV-STAMP-YYYY                 PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 RCV-STAMP-MM                   PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 RCV-STAMP-DD                   PIC 99.
          05 FILLER                         PIC X     VALUE SPACE.
          05 RCV-STAMP-HH                   PIC 99.
          05 FILLER                         PIC X     VALUE ':'.
          05 RCV-STAMP-MI                   PIC 99.
          05 FILLER                         PIC X     VALUE ':'.
          05 RCV-STAMP-SS                   PIC 99.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 RCV-PROGRAM                    PIC X(8).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RCV-BATCH-ID                   PIC X(14).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RCV-MASTER                     PIC X(8).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RCV-RECORD-KEY                 PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RCV-ACTION                     PIC X(6).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 RCV-RESULT                     PIC X(40).
          05 FILLER                         PIC X(14) VALUE SPACES.
      *
       01 WS-RCV-TOTAL-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 RCV-TOTAL-LABEL                PIC X(24).
          05 RCV-TOTAL-COUNT                PIC ZZZ,ZZ9.
          05 FILLER                         PIC X(97) VALUE SPACES.
      *
       01 WS-RCV-NONE-LINE.
          05 FILLER                         PIC X(4)  VALUE SPACES.
          05 FILLER                         PIC X(128) VALUE
             'NO JOURNAL ENTRIES MATCH THE CONTROL CARD'.
      /
      ******************************************************************
       LINKAGE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * PARM: 'UPDATE' TO APPLY THE RECOVERY -- ANYTHING ELSE, OR NO  *
      * PARM AT ALL, IS A TRIAL RUN                                   *
      *---------------------------------------------------------------*
       01 LS-PARMS.
          05 LS-PARM-LENGTH                 PIC S9(4)  COMP.
          05 LS-PARM-DATA.
             10 LS-RUN-MODE                 PIC X(6).
             10 FILLER                      PIC X(94).
      /
      ******************************************************************
       PROCEDURE DIVISION USING LS-PARMS.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON DESCENDING KEY SD-JOURNAL-POSITION
              INPUT  PROCEDURE IS C0000-SELECT-ENTRIES
              OUTPUT PROCEDURE IS D0000-UNDO-ENTRIES
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           ACCEPT WS-DATE FROM DATE YYYYMMDD
      *
           MOVE WS-DATE (1:4) TO RCV-HDG-YYYY
           MOVE WS-DATE (5:2) TO RCV-HDG-MM
           MOVE WS-DATE (7:2) TO RCV-HDG-DD
           MOVE ZERO          TO WS-PAGE
      *
           IF LS-PARM-LENGTH >= 6
              AND LS-RUN-MODE = 'UPDATE'
              SET WS-UPDATE-RUN TO TRUE
           ELSE
              SET WS-TRIAL-RUN  TO TRUE
           END-IF
      *
           SET  WS-ITEMMST-CLOSED     TO TRUE
           SET  WS-CLIENTMS-CLOSED    TO TRUE
           SET  WS-FULFILL-CLOSED     TO TRUE
           SET  WS-JOURNAL-OUT-CLOSED TO TRUE
      *
           PERFORM A0200-READ-CONTROL-CARD
           PERFORM A0500-START-JOURNAL
           .

      ******************************************************************
       A0200-READ-CONTROL-CARD.
      ******************************************************************

      *---------------------------------------------------------------*
      * A RECOVERY AGAINST THE WRONG ENTRIES IS WORSE THAN NONE -- A  *
      * MISSING OR MALFORMED CARD STOPS THE RUN BEFORE ANY FILE IS    *
      * TOUCHED                                                       *
      *---------------------------------------------------------------*
           MOVE SPACES TO RECOVERY-CONTROL-RECORD
           OPEN INPUT RECOVERY-CONTROL
           IF WS-RCVCTL-FILE-STATUS = '00'
              READ RECOVERY-CONTROL
                 AT END
                    MOVE SPACES TO RECOVERY-CONTROL-RECORD
              END-READ
              CLOSE RECOVERY-CONTROL
           END-IF
      *
           EVALUATE TRUE
              WHEN RC-ROLL-BACK-TO-POINT
               AND (RC-NAME = 'ITEMMST' OR 'CLIENTMS' OR 'FULFILL')
               AND RC-POINT-OR-BATCH IS NUMERIC
                 MOVE SPACES TO RCV-HDG-REQUEST
                 STRING 'ROLL BACK ' DELIMITED BY SIZE
                        RC-NAME      DELIMITED BY SPACE
                        ' TO '       DELIMITED BY SIZE
                        RC-POINT-OR-BATCH (1:4) '-'
                        RC-POINT-OR-BATCH (5:2) '-'
                        RC-POINT-OR-BATCH (7:2) ' '
                        RC-POINT-OR-BATCH (9:2) ':'
                        RC-POINT-OR-BATCH (11:2) ':'
                        RC-POINT-OR-BATCH (13:2)
                                     DELIMITED BY SIZE
                        INTO RCV-HDG-REQUEST
                 END-STRING
              WHEN RC-REVERSE-ONE-RUN
               AND RC-NAME NOT = SPACES
               AND RC-POINT-OR-BATCH NOT = SPACES
                 MOVE SPACES TO RCV-HDG-REQUEST
                 STRING 'REVERSE ' DELIMITED BY SIZE
                        RC-NAME    DELIMITED BY SPACE
                        ' BATCH '  DELIMITED BY SIZE
                        RC-POINT-OR-BATCH
                                   DELIMITED BY SIZE
                        INTO RCV-HDG-REQUEST
                 END-STRING
              WHEN OTHER
                 DISPLAY 'ERROR: RECOVERY CONTROL CARD MISSING OR '
                         'INVALID (STATUS ' WS-RCVCTL-FILE-STATUS
                         ') -- ABORTING RUN'
                 DISPLAY '       CARD: ' RECOVERY-CONTROL-RECORD
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
      *
           IF WS-UPDATE-RUN
              MOVE '-- UPDATE RUN, MASTERS CHANGED'
                                      TO RCV-HDG-RUN-MODE
           ELSE
              MOVE '-- TRIAL RUN, NOTHING CHANGED'
                                      TO RCV-HDG-RUN-MODE
           END-IF
           DISPLAY RCV-HDG-REQUEST ' ' RCV-HDG-RUN-MODE
           .

      ******************************************************************
       A0500-START-JOURNAL.
      ******************************************************************

      *---------------------------------------------------------------*
      * STAMP THIS RUN'S OWN JOURNAL ENTRIES WITH THE PROGRAM, THE    *
      * BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD (NO CARD   *
      * MEANS TODAY -- THIS RUNS ON DEMAND) AND A BATCH ID OF THE     *
      * RUN'S START TIME, DISPLAYED SO THE RECOVERY CAN ITSELF BE     *
      * REVERSED                                                      *
      *---------------------------------------------------------------*
           MOVE SPACES               TO WS-JOURNAL-ENTRY
           MOVE 'JRNLRCV'            TO JR-PROGRAM
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
              MOVE WS-JRNL-DATE TO JR-BUSINESS-DATE
           END-IF
      *
           MOVE WS-JRNL-CURRENT-DATE (1:14)
                                     TO JR-BATCH-ID
      *
           IF WS-UPDATE-RUN
              DISPLAY 'CHANGE-JOURNAL BATCH: ' JR-BATCH-ID
                      '  BUSINESS DATE: ' JR-BUSINESS-DATE
           END-IF
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE JOURNAL IS CHECKED HERE AND READ BY THE SORT'S INPUT      *
      * PROCEDURE. A MASTER THAT WILL NOT OPEN IS ONLY A PROBLEM IF   *
      * AN ENTRY NEEDS IT -- THOSE ENTRIES ARE LISTED AS CONFLICTS.   *
      *---------------------------------------------------------------*
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CHANGE JOURNAL COULD NOT BE OPENED '
                      '(STATUS ' WS-JOURNAL-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE JOURNAL-FILE
      *
           IF WS-UPDATE-RUN
              OPEN I-O ITEM-MASTER
           ELSE
              OPEN INPUT ITEM-MASTER
           END-IF
           IF WS-ITEMMST-FILE-STATUS = '00'
              SET WS-ITEMMST-OPEN TO TRUE
           END-IF
      *
           IF WS-UPDATE-RUN
              OPEN I-O CLIENT-MASTER
           ELSE
              OPEN INPUT CLIENT-MASTER
           END-IF
           IF WS-CLIENTMS-FILE-STATUS = '00'
              SET WS-CLIENTMS-OPEN TO TRUE
           END-IF
      *
           IF WS-UPDATE-RUN
              OPEN I-O FULFILL-MASTER
           ELSE
              OPEN INPUT FULFILL-MASTER
           END-IF
           IF WS-FULFILL-FILE-STATUS = '00'
              SET WS-FULFILL-OPEN TO TRUE
           END-IF
      *
           OPEN OUTPUT RECOVERY-REPORT
           .

      ******************************************************************
       C0000-SELECT-ENTRIES.
      ******************************************************************

      *---------------------------------------------------------------*
      * PASS THE WHOLE JOURNAL, RELEASING THE ENTRIES THE CARD NAMES. *
      * A POINT IN TIME TAKES EVERY ENTRY FOR THAT MASTER STAMPED     *
      * AFTER IT, WHATEVER PROGRAM WROTE IT -- INCLUDING AN EARLIER   *
      * RECOVERY'S OWN ENTRIES.                                       *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           OPEN INPUT JOURNAL-FILE
           PERFORM X1000-READ-JOURNAL
      *
           PERFORM UNTIL NO-MORE-RECORDS
              MOVE WS-SELECTED-ENTRY (1:14) TO WS-ENTRY-STAMP
              IF (RC-ROLL-BACK-TO-POINT
                  AND SE-MASTER = RC-NAME
                  AND WS-ENTRY-STAMP > RC-POINT-OR-BATCH)
              OR (RC-REVERSE-ONE-RUN
                  AND SE-PROGRAM = RC-NAME
                  AND SE-BATCH-ID = RC-POINT-OR-BATCH)
                 ADD  1                 TO WS-ENTRIES-SELECTED
                 MOVE WS-JOURNAL-READ   TO SD-JOURNAL-POSITION
                 MOVE WS-SELECTED-ENTRY TO SD-JOURNAL-ENTRY
                 RELEASE SD-JOURNAL-RECORD
              END-IF
              PERFORM X1000-READ-JOURNAL
           END-PERFORM
      *
           CLOSE JOURNAL-FILE
           .

      ******************************************************************
       D0000-UNDO-ENTRIES.
      ******************************************************************

      *---------------------------------------------------------------*
      * NEWEST FIRST. AN UPDATE RUN JOURNALS WHAT IT PUTS BACK, SO    *
      * THE JOURNAL -- CLOSED AGAIN BY THE INPUT PROCEDURE -- IS      *
      * REOPENED FOR APPEND HERE.                                     *
      *---------------------------------------------------------------*
           PERFORM X5300-WRITE-HEADINGS
      *
           IF WS-UPDATE-RUN
              OPEN EXTEND JOURNAL-FILE
              IF WS-JOURNAL-FILE-STATUS NOT = '00'
                 DISPLAY 'ERROR: CHANGE JOURNAL COULD NOT BE REOPENED '
                         '(STATUS ' WS-JOURNAL-FILE-STATUS ') -- '
                         'ABORTING RUN, NOTHING RESTORED'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET WS-JOURNAL-OUT-OPEN TO TRUE
           END-IF
      *
           SET  MORE-SORTED-RECORDS TO TRUE
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                 NOT AT END
                    MOVE SD-JOURNAL-ENTRY TO WS-SELECTED-ENTRY
                    PERFORM D1000-UNDO-ONE-ENTRY
              END-RETURN
           END-PERFORM
      *
           IF WS-ENTRIES-SELECTED = ZERO
              MOVE WS-RCV-NONE-LINE TO WS-PRINT-LINE
              MOVE 2                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-IF
           .

      ******************************************************************
       D1000-UNDO-ONE-ENTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * AN ADD IS UNDONE BY DELETING THE RECORD, A CHANGE BY PUTTING  *
      * THE BEFORE IMAGE BACK, A DELETE BY RE-ADDING THE BEFORE       *
      * IMAGE -- EACH ONLY IF THE MASTER STILL SHOWS WHAT THE ENTRY   *
      * LEFT THERE. A RECORD SOMEONE HAS TOUCHED SINCE IS NOT OURS TO *
      * OVERWRITE.                                                    *
      *---------------------------------------------------------------*
           PERFORM D2000-GET-CURRENT-IMAGE
           SET  WS-UNDO-CONFLICT TO TRUE
      *
           EVALUATE TRUE
              WHEN WS-CURRENT-NO-MASTER
                 MOVE 'SKIPPED -- MASTER NOT OPEN'
                                     TO WS-RESULT-TEXT
              WHEN (SE-ACTION = 'A' OR 'C')
               AND WS-CURRENT-NOT-FOUND
                 MOVE 'SKIPPED -- NO LONGER ON THE MASTER'
                                     TO WS-RESULT-TEXT
              WHEN (SE-ACTION = 'A' OR 'C')
               AND WS-CURRENT-IMAGE NOT = SE-AFTER-IMAGE
                 MOVE 'SKIPPED -- CHANGED SINCE, LEFT AS IS'
                                     TO WS-RESULT-TEXT
              WHEN SE-ACTION = 'A'
                 SET  WS-UNDO-OK     TO TRUE
                 MOVE 'D'            TO WS-UNDO-ACTION
                 MOVE SPACES         TO WS-RESTORE-IMAGE
              WHEN SE-ACTION = 'C'
                 SET  WS-UNDO-OK     TO TRUE
                 MOVE 'C'            TO WS-UNDO-ACTION
                 MOVE SE-BEFORE-IMAGE TO WS-RESTORE-IMAGE
              WHEN SE-ACTION = 'D'
               AND WS-CURRENT-FOUND
                 MOVE 'SKIPPED -- KEY IS BACK ON THE MASTER'
                                     TO WS-RESULT-TEXT
              WHEN SE-ACTION = 'D'
                 SET  WS-UNDO-OK     TO TRUE
                 MOVE 'A'            TO WS-UNDO-ACTION
                 MOVE SE-BEFORE-IMAGE TO WS-RESTORE-IMAGE
              WHEN OTHER
                 MOVE 'SKIPPED -- UNKNOWN JOURNAL ACTION'
                                     TO WS-RESULT-TEXT
           END-EVALUATE
      *
           IF WS-UNDO-OK
              IF WS-UPDATE-RUN
                 PERFORM D3000-APPLY-UNDO
              ELSE
                 PERFORM D4000-SIMULATE-UNDO
              END-IF
           END-IF
      *
           IF WS-UNDO-CONFLICT
              ADD 1 TO WS-CONFLICTS
           END-IF
      *
           PERFORM D5000-WRITE-DETAIL
           .

      ******************************************************************
       D2000-GET-CURRENT-IMAGE.
      ******************************************************************

      *---------------------------------------------------------------*
      * WHAT THE RECORD LOOKS LIKE NOW. ON A TRIAL RUN AN EARLIER     *
      * WOULD-BE UNDO OF THE SAME KEY STANDS IN FOR THE MASTER.       *
      * IMAGES ARE COMPARED AT 100 BYTES, SPACE-PADDED, THE SAME WAY  *
      * THE JOURNALING PROGRAMS FILLED THEM.                          *
      *---------------------------------------------------------------*
           MOVE SPACES TO WS-CURRENT-IMAGE
           SET  WS-SIM-NOT-FOUND TO TRUE
      *
           IF WS-TRIAL-RUN
              PERFORM VARYING WS-SIM-IDX FROM 1 BY 1
                 UNTIL WS-SIM-IDX > WS-SIM-COUNT
                    OR WS-SIM-FOUND
                 IF WS-SIM-MASTER (WS-SIM-IDX) = SE-MASTER
                    AND WS-SIM-KEY (WS-SIM-IDX) = SE-RECORD-KEY
                    SET  WS-SIM-FOUND TO TRUE
                    MOVE WS-SIM-IDX   TO WS-SIM-HIT
                 END-IF
              END-PERFORM
           END-IF
      *
           IF WS-SIM-FOUND
              IF WS-SIM-EXISTS (WS-SIM-HIT) = 'Y'
                 SET  WS-CURRENT-FOUND     TO TRUE
                 MOVE WS-SIM-IMAGE (WS-SIM-HIT) TO WS-CURRENT-IMAGE
              ELSE
                 SET  WS-CURRENT-NOT-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM X2000-READ-MASTER
           END-IF
           .

      ******************************************************************
       D3000-APPLY-UNDO.
      ******************************************************************

      *---------------------------------------------------------------*
      * UPDATE RUN: PUT THE RECORD BACK AND JOURNAL WHAT WAS DONE --  *
      * THE CURRENT IMAGE IS THIS RUN'S BEFORE IMAGE                  *
      *---------------------------------------------------------------*
           MOVE SE-MASTER            TO JR-MASTER
           MOVE SE-RECORD-KEY        TO JR-RECORD-KEY
           MOVE WS-UNDO-ACTION       TO JR-ACTION
           MOVE WS-CURRENT-IMAGE     TO JR-BEFORE-IMAGE
           MOVE WS-RESTORE-IMAGE     TO JR-AFTER-IMAGE
      *
           PERFORM X3000-UPDATE-MASTER
      *
           IF WS-MASTER-FILE-STATUS = '00'
              PERFORM X7000-WRITE-JOURNAL
              EVALUATE WS-UNDO-ACTION
                 WHEN 'D'
                    ADD 1 TO WS-ADDS-REMOVED
                    MOVE 'ADD REMOVED'   TO WS-RESULT-TEXT
                 WHEN 'C'
                    ADD 1 TO WS-CHANGES-RESTORED
                    MOVE 'BEFORE IMAGE RESTORED'
                                         TO WS-RESULT-TEXT
                 WHEN OTHER
                    ADD 1 TO WS-DELETES-READDED
                    MOVE 'DELETED RECORD RE-ADDED'
                                         TO WS-RESULT-TEXT
              END-EVALUATE
           ELSE
              SET  WS-UNDO-CONFLICT TO TRUE
              MOVE SPACES           TO WS-RESULT-TEXT
              STRING 'SKIPPED -- UPDATE FAILED (STATUS '
                                    DELIMITED BY SIZE
                     WS-MASTER-FILE-STATUS
                                    DELIMITED BY SIZE
                     ')'            DELIMITED BY SIZE
                     INTO WS-RESULT-TEXT
              END-STRING
           END-IF
           .

      ******************************************************************
       D4000-SIMULATE-UNDO.
      ******************************************************************

      *---------------------------------------------------------------*
      * TRIAL RUN: COUNT AND LIST WHAT WOULD BE DONE, AND REMEMBER    *
      * THE WOULD-BE STATE OF THE RECORD FOR ANY OLDER ENTRY AGAINST  *
      * THE SAME KEY                                                  *
      *---------------------------------------------------------------*
           EVALUATE WS-UNDO-ACTION
              WHEN 'D'
                 ADD 1 TO WS-ADDS-REMOVED
                 MOVE 'WOULD REMOVE THE ADD'   TO WS-RESULT-TEXT
              WHEN 'C'
                 ADD 1 TO WS-CHANGES-RESTORED
                 MOVE 'WOULD RESTORE BEFORE IMAGE'
                                               TO WS-RESULT-TEXT
              WHEN OTHER
                 ADD 1 TO WS-DELETES-READDED
                 MOVE 'WOULD RE-ADD DELETED RECORD'
                                               TO WS-RESULT-TEXT
           END-EVALUATE
      *
           IF WS-SIM-NOT-FOUND
              IF WS-SIM-COUNT < WS-SIM-MAX
                 ADD  1             TO WS-SIM-COUNT
                 MOVE WS-SIM-COUNT  TO WS-SIM-HIT
                 MOVE SE-MASTER     TO WS-SIM-MASTER (WS-SIM-HIT)
                 MOVE SE-RECORD-KEY TO WS-SIM-KEY (WS-SIM-HIT)
                 SET  WS-SIM-FOUND  TO TRUE
              ELSE
                 ADD  1             TO WS-SIM-OVERFLOW
              END-IF
           END-IF
      *
           IF WS-SIM-FOUND
              MOVE WS-RESTORE-IMAGE TO WS-SIM-IMAGE (WS-SIM-HIT)
              IF WS-UNDO-ACTION = 'D'
                 MOVE 'N' TO WS-SIM-EXISTS (WS-SIM-HIT)
              ELSE
                 MOVE 'Y' TO WS-SIM-EXISTS (WS-SIM-HIT)
              END-IF
           END-IF
           .

      ******************************************************************
       D5000-WRITE-DETAIL.
      ******************************************************************

           MOVE SE-STAMP-DATE (1:4)  TO RCV-STAMP-YYYY
           MOVE SE-STAMP-DATE (5:2)  TO RCV-STAMP-MM
           MOVE SE-STAMP-DATE (7:2)  TO RCV-STAMP-DD
           MOVE SE-STAMP-TIME (1:2)  TO RCV-STAMP-HH
           MOVE SE-STAMP-TIME (3:2)  TO RCV-STAMP-MI
           MOVE SE-STAMP-TIME (5:2)  TO RCV-STAMP-SS
           MOVE SE-PROGRAM           TO RCV-PROGRAM
           MOVE SE-BATCH-ID          TO RCV-BATCH-ID
           MOVE SE-MASTER            TO RCV-MASTER
           MOVE SE-RECORD-KEY        TO RCV-RECORD-KEY
           EVALUATE SE-ACTION
              WHEN 'A'
                 MOVE 'ADD'          TO RCV-ACTION
              WHEN 'C'
                 MOVE 'CHANGE'       TO RCV-ACTION
              WHEN 'D'
                 MOVE 'DELETE'       TO RCV-ACTION
              WHEN OTHER
                 MOVE SE-ACTION      TO RCV-ACTION
           END-EVALUATE
           MOVE WS-RESULT-TEXT       TO RCV-RESULT
      *
           MOVE WS-RCV-DETAIL        TO WS-PRINT-LINE
           MOVE 1                    TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'JOURNAL RECOVERY SUMMARY'
           DISPLAY '  JOURNAL ENTRIES READ:  ' WS-JOURNAL-READ
           DISPLAY '  ENTRIES SELECTED:      ' WS-ENTRIES-SELECTED
           DISPLAY '  ADDS REMOVED:          ' WS-ADDS-REMOVED
           DISPLAY '  CHANGES RESTORED:      ' WS-CHANGES-RESTORED
           DISPLAY '  DELETES RE-ADDED:      ' WS-DELETES-READDED
           DISPLAY '  CONFLICTS SKIPPED:     ' WS-CONFLICTS
           DISPLAY '  JOURNAL ENTRIES:       ' WS-JOURNAL-WRITTEN
      *
           MOVE SPACES                 TO WS-PRINT-LINE
           MOVE 1                      TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           MOVE 'ENTRIES SELECTED:'    TO RCV-TOTAL-LABEL
           MOVE WS-ENTRIES-SELECTED    TO RCV-TOTAL-COUNT
           PERFORM E0100-WRITE-TOTAL-LINE
           MOVE 'ADDS REMOVED:'        TO RCV-TOTAL-LABEL
           MOVE WS-ADDS-REMOVED        TO RCV-TOTAL-COUNT
           PERFORM E0100-WRITE-TOTAL-LINE
           MOVE 'CHANGES RESTORED:'    TO RCV-TOTAL-LABEL
           MOVE WS-CHANGES-RESTORED    TO RCV-TOTAL-COUNT
           PERFORM E0100-WRITE-TOTAL-LINE
           MOVE 'DELETES RE-ADDED:'    TO RCV-TOTAL-LABEL
           MOVE WS-DELETES-READDED     TO RCV-TOTAL-COUNT
           PERFORM E0100-WRITE-TOTAL-LINE
           MOVE 'CONFLICTS SKIPPED:'   TO RCV-TOTAL-LABEL
           MOVE WS-CONFLICTS           TO RCV-TOTAL-COUNT
           PERFORM E0100-WRITE-TOTAL-LINE
      *
           EVALUATE TRUE
              WHEN WS-CONFLICTS > ZERO
                 DISPLAY 'WARNING: ' WS-CONFLICTS
                         ' ENTRIES NOT UNDONE -- SEE THE RECOVERY '
                         'REGISTER'
                 MOVE 8 TO RETURN-CODE
              WHEN WS-ENTRIES-SELECTED = ZERO
                 DISPLAY 'WARNING: NO JOURNAL ENTRIES MATCH THE '
                         'CONTROL CARD'
                 MOVE 4 TO RETURN-CODE
              WHEN WS-SIM-OVERFLOW > ZERO
                 DISPLAY 'WARNING: MORE THAN 500 KEYS IN A TRIAL RUN '
                         '-- LATER CONFLICTS MAY NOT BE REAL'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

      ******************************************************************
       E0100-WRITE-TOTAL-LINE.
      ******************************************************************

           MOVE WS-RCV-TOTAL-LINE TO WS-PRINT-LINE
           MOVE 1                 TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE RECOVERY-REPORT
      *
           IF WS-ITEMMST-OPEN
              CLOSE ITEM-MASTER
           END-IF
           IF WS-CLIENTMS-OPEN
              CLOSE CLIENT-MASTER
           END-IF
           IF WS-FULFILL-OPEN
              CLOSE FULFILL-MASTER
           END-IF
           IF WS-JOURNAL-OUT-OPEN
              CLOSE JOURNAL-FILE
           END-IF
           .

      ******************************************************************
       X1000-READ-JOURNAL.
      ******************************************************************

           READ JOURNAL-FILE INTO WS-SELECTED-ENTRY
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-JOURNAL-READ
           END-READ
           .

      ******************************************************************
       X2000-READ-MASTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * KEYED READ OF THE ENTRY'S MASTER. A MASTER THAT DID NOT OPEN  *
      * (OR A MASTER NAME THIS PROGRAM DOES NOT KNOW) COMES BACK AS   *
      * NO MASTER.                                                    *
      *---------------------------------------------------------------*
           SET WS-CURRENT-NO-MASTER TO TRUE
      *
           EVALUATE TRUE
              WHEN SE-MASTER = 'ITEMMST' AND WS-ITEMMST-OPEN
                 MOVE SE-RECORD-KEY TO IM-ITEM-NUMBER
                 READ ITEM-MASTER
                    INVALID KEY
                       SET  WS-CURRENT-NOT-FOUND TO TRUE
                    NOT INVALID KEY
                       SET  WS-CURRENT-FOUND     TO TRUE
                       MOVE ITEM-MASTER-RECORD   TO WS-CURRENT-IMAGE
                 END-READ
              WHEN SE-MASTER = 'CLIENTMS' AND WS-CLIENTMS-OPEN
                 MOVE SE-RECORD-KEY TO CM-CLIENT-ID
                 READ CLIENT-MASTER
                    INVALID KEY
                       SET  WS-CURRENT-NOT-FOUND TO TRUE
                    NOT INVALID KEY
                       SET  WS-CURRENT-FOUND     TO TRUE
                       MOVE CLIENT-MASTER-RECORD TO WS-CURRENT-IMAGE
                 END-READ
              WHEN SE-MASTER = 'FULFILL' AND WS-FULFILL-OPEN
                 MOVE SE-RECORD-KEY TO FS-STATUS-KEY
                 READ FULFILL-MASTER
                    INVALID KEY
                       SET  WS-CURRENT-NOT-FOUND TO TRUE
                    NOT INVALID KEY
                       SET  WS-CURRENT-FOUND     TO TRUE
                       MOVE FULFILL-RECORD       TO WS-CURRENT-IMAGE
                 END-READ
           END-EVALUATE
           .

      ******************************************************************
       X3000-UPDATE-MASTER.
      ******************************************************************

      *---------------------------------------------------------------*
      * DELETE, REWRITE OR WRITE THE ENTRY'S RECORD. THE RECORD WAS   *
      * READ BY X2000 JUST BEFORE, SO A REWRITE OR DELETE IS AGAINST  *
      * THE RECORD JUST COMPARED. THE MASTER'S STATUS IS COPIED TO    *
      * WS-MASTER-FILE-STATUS FOR THE CALLER.                         *
      *---------------------------------------------------------------*
           EVALUATE SE-MASTER
              WHEN 'ITEMMST'
                 MOVE WS-RESTORE-IMAGE TO ITEM-MASTER-RECORD
                 MOVE SE-RECORD-KEY    TO IM-ITEM-NUMBER
                 EVALUATE WS-UNDO-ACTION
                    WHEN 'D'
                       DELETE ITEM-MASTER RECORD
                    WHEN 'C'
                       REWRITE ITEM-MASTER-RECORD
                    WHEN OTHER
                       WRITE ITEM-MASTER-RECORD
                 END-EVALUATE
                 MOVE WS-ITEMMST-FILE-STATUS  TO WS-MASTER-FILE-STATUS
              WHEN 'CLIENTMS'
                 MOVE WS-RESTORE-IMAGE TO CLIENT-MASTER-RECORD
                 MOVE SE-RECORD-KEY    TO CM-CLIENT-ID
                 EVALUATE WS-UNDO-ACTION
                    WHEN 'D'
                       DELETE CLIENT-MASTER RECORD
                    WHEN 'C'
                       REWRITE CLIENT-MASTER-RECORD
                    WHEN OTHER
                       WRITE CLIENT-MASTER-RECORD
                 END-EVALUATE
                 MOVE WS-CLIENTMS-FILE-STATUS TO WS-MASTER-FILE-STATUS
              WHEN OTHER
                 MOVE WS-RESTORE-IMAGE TO FULFILL-RECORD
                 MOVE SE-RECORD-KEY    TO FS-STATUS-KEY
                 EVALUATE WS-UNDO-ACTION
                    WHEN 'D'
                       DELETE FULFILL-MASTER RECORD
                    WHEN 'C'
                       REWRITE FULFILL-RECORD
                    WHEN OTHER
                       WRITE FULFILL-RECORD
                 END-EVALUATE
                 MOVE WS-FULFILL-FILE-STATUS  TO WS-MASTER-FILE-STATUS
           END-EVALUATE
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE RECOVERY-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO RCV-HDG-PAGE
      *
           WRITE RECOVERY-REPORT-RECORD FROM WS-RCV-HEADING-1
              AFTER TOP-PAGE
           WRITE RECOVERY-REPORT-RECORD FROM WS-RCV-HEADING-2
              AFTER 2
           WRITE RECOVERY-REPORT-RECORD FROM WS-RCV-HEADING-3
              AFTER 2
           MOVE 5       TO WS-LINE
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
