                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FS-STATUS-KEY
                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
           05  FS-STATUS-DATE                PIC 9(8).
           05  FS-ASSIGN-DATE                PIC 9(8).
           05  FILLER                        PIC X(28).
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
             88 NO-MORE-RECORDS                       VALUE 'N'.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
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
          05 WS-RECORDS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RECORDS-REFRESHED           PIC S9(7) COMP-3 VALUE ZERO.
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
      ******************************************************************

           SET MORE-RECORDS TO TRUE
           PERFORM A0500-START-JOURNAL
           .

      ******************************************************************
       A0500-START-JOURNAL.
      ******************************************************************

      *---------------------------------------------------------------*
      * STAMP THIS RUN'S JOURNAL ENTRIES WITH THE PROGRAM, THE        *
      * BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD (NO CARD   *
      * FALLS BACK TO YESTERDAY'S DATE, SAME AS FULRPT) AND THE BATCH *
      * ID. THE BATCH IS DISPLAYED SO THE RUN CAN BE NAMED TO         *
      * JRNLRCV IF IT EVER HAS TO BE BACKED OUT.                      *
      *---------------------------------------------------------------*
           MOVE SPACES               TO WS-JOURNAL-ENTRY
           MOVE 'FULLOAD'            TO JR-PROGRAM
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
                      'USING YESTERDAY''S DATE'
              COMPUTE JR-BUSINESS-DATE = FUNCTION DATE-OF-INTEGER (
                         FUNCTION INTEGER-OF-DATE (WS-JRNL-DATE) - 1)
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
              CLOSE GIFT-FILE
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
              CLOSE GIFT-FILE
                    FULFILL-MASTER
              STOP RUN
           END-IF
           .

      ******************************************************************
                 PERFORM C1000-REFRESH-EXISTING
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-LOADED
                 MOVE 'FULFILL'       TO JR-MASTER
                 MOVE 'A'             TO JR-ACTION
                 MOVE FS-STATUS-KEY   TO JR-RECORD-KEY
                 MOVE SPACES          TO JR-BEFORE-IMAGE
                 MOVE FULFILL-RECORD  TO JR-AFTER-IMAGE
                 PERFORM X7000-WRITE-JOURNAL
           END-WRITE
      *
           PERFORM X1000-READ-RECORD
                         ' COULD NOT BE WRITTEN OR READ (STATUS '
                         WS-FULFILL-FILE-STATUS ')'
              NOT INVALID KEY
                 MOVE FULFILL-RECORD TO JR-BEFORE-IMAGE
                 MOVE GA-CLIENT-NAME TO FS-CLIENT-NAME
                 MOVE GA-RUN-DATE    TO FS-ASSIGN-DATE
                 REWRITE FULFILL-RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: STATUS RECORD FOR CLIENT '
                               GA-CLIENT-ID ' ITEM ' GA-ITEM-NUMBER
                               ' COULD NOT BE REWRITTEN (STATUS '
                               WS-FULFILL-FILE-STATUS ')'
                       MOVE 16 TO RETURN-CODE
                    NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-REFRESHED
                       MOVE 'FULFILL'      TO JR-MASTER
                       MOVE 'C'            TO JR-ACTION
                       MOVE FS-STATUS-KEY  TO JR-RECORD-KEY
                       MOVE FULFILL-RECORD TO JR-AFTER-IMAGE
                       PERFORM X7000-WRITE-JOURNAL
                 END-REWRITE
           END-READ
           .

           DISPLAY '  ASSIGNMENTS READ:     ' WS-RECORDS-READ
           DISPLAY '  STATUS RECORDS BORN:  ' WS-RECORDS-LOADED
           DISPLAY '  EXISTING REFRESHED:   ' WS-RECORDS-REFRESHED
           DISPLAY '  JOURNAL ENTRIES:      ' WS-JOURNAL-WRITTEN
           .

      ******************************************************************

           CLOSE GIFT-FILE
                 FULFILL-MASTER
                 JOURNAL-FILE
           .

      ******************************************************************
                 ADD 1 TO WS-RECORDS-READ
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
