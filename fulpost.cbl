      *                WOULD MOVE A GIFT BACKWARD IS REJECTED --     *
      *                A MIS-AIMED SCAN GUN MUST NOT UN-DELIVER A    *
      *                GIFT. ONE REGISTER LINE PER TRANSACTION.      *
      *                A FAMILY RETURNING A DELIVERED GIFT IS KEYED   *
      *                AS A RETURN ('R') WITH A REASON CODE AND A     *
      *                DISPOSITION. THE RECORD CLOSES AS RETURNED. A  *
      *                RESTOCK ALSO WRITES A 'T' MOVEMENT (DD RSTKMV) *
      *                FOR STOCKMV TO PUT THE ITEM BACK ON HAND. THE  *
      *                MOVEMENT FILE IS APPENDED TO (ALLOCATE IT      *
      *                DISP=MOD) UNTIL STOCKMV HAS POSTED IT; AN      *
      *                EXCHANGE LEAVES THE CHILD WITH NO ACTIVE GIFT, *
      *                SO THE NIGHTLY EXCHANGE STEP (GIFTXCH) SENDS   *
      *                THEM BACK THROUGH GIFT SELECTION.              *
      *                                                                *
      ******************************************************************

                  FILE STATUS IS WS-FULFILL-FILE-STATUS.
           SELECT STATUS-TRANS     ASSIGN TO UT-S-FULTRN.
           SELECT REGISTER-FILE    ASSIGN TO UT-S-FULREG.
           SELECT RESTOCK-FILE     ASSIGN TO UT-S-RSTKMV
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RESTOCK-FILE-STATUS.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
           05  FS-STATUS                     PIC X.
           05  FS-STATUS-DATE                PIC 9(8).
           05  FS-ASSIGN-DATE                PIC 9(8).
           05  FS-RETURN-REASON              PIC XX.
           05  FS-RETURN-DISPOSITION         PIC X.
           05  FILLER                        PIC X(25).
      *
      *---------------------------------------------------------------*
      * STATUS TRANSACTIONS -- ONE PER SCAN OR KEYED ENTRY.           *
      * FT-NEW-STATUS: 'P' PICKED, 'K' PACKED, 'L' LOADED,            *
      * 'D' DELIVERED, 'R' RETURNED. A BLANK OR NON-NUMERIC DATE      *
      * POSTS AS TODAY. A RETURN ALSO CARRIES THE REASON: 'WS' WRONG  *
      * SIZE, 'DM' DAMAGED OR DEFECTIVE, 'DU' DUPLICATE GIFT, 'OT'    *
      * OTHER -- AND THE DISPOSITION: 'S' RESTOCK, 'D' DAMAGED (NOT   *
      * RESTOCKED), 'X' EXCHANGE FOR THE CHILD'S NEXT WISH.           *
      *---------------------------------------------------------------*
       FD  STATUS-TRANS
           RECORDING MODE IS F
           05  FT-STATUS-DATE                PIC 9(8).
           05  FT-STATUS-DATE-X REDEFINES FT-STATUS-DATE
                                             PIC X(8).
           05  FT-RETURN-REASON              PIC XX.
               88  FT-REASON-VALID                    VALUE 'WS' 'DM'
                                                            'DU' 'OT'.
           05  FT-RETURN-DISPOSITION         PIC X.
               88  FT-DISP-RESTOCK                    VALUE 'S'.
               88  FT-DISP-DAMAGED                    VALUE 'D'.
               88  FT-DISP-EXCHANGE                   VALUE 'X'.
           05  FILLER                        PIC X(58).
      *
       FD  REGISTER-FILE
           RECORDING MODE IS F
           DATA RECORD IS REGISTER-RECORD.
      *
       01  REGISTER-RECORD                   PIC X(132).
      *
      *---------------------------------------------------------------*
      * RESTOCK MOVEMENTS FOR STOCKMV -- ONE 'T' MOVEMENT OF ONE UNIT *
      * PER GIFT RETURNED FOR RESTOCK, IN STOCKMV'S MOVEMENT LAYOUT.  *
      * RUN STOCKMV AGAINST THIS FILE (DD MOVETRN) AFTER THE POSTING. *
      *---------------------------------------------------------------*
       FD  RESTOCK-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESTOCK-RECORD.
      *
       01  RESTOCK-RECORD.
           05  MV-TRANS-TYPE                 PIC X.
           05  MV-ITEM-NUMBER                PIC X(5).
           05  MV-QTY                        PIC 9(5).
           05  MV-TRANS-DATE                 PIC 9(8).
           05  MV-DONOR-ID                   PIC X(5).
           05  MV-PO-NUMBER                  PIC X(6).
           05  FILLER                        PIC X(50).
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
             88 NO-MORE-TRANS                         VALUE 'N'.
      *
       01 WS-FULFILL-FILE-STATUS            PIC XX.
      *
       01 WS-RESTOCK-FILE-STATUS            PIC XX.
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
          05 WS-SCANS-POSTED                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-REJECTS                     PIC S9(5) COMP-3 VALUE ZERO.
          05 WS-RETURNS-POSTED              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RESTOCKS-WRITTEN            PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-EXCHANGES-POSTED            PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 FILLER                         PIC X(70).
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
           MOVE WS-DATE (1:4) TO REG-HEADING-YYYY
           MOVE WS-DATE (5:2) TO REG-HEADING-MM
           MOVE WS-DATE (7:2) TO REG-HEADING-DD
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
           MOVE 'FULPOST'            TO JR-PROGRAM
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
      *
           OPEN INPUT  STATUS-TRANS
                OUTPUT REGISTER-FILE
      *
      *---------------------------------------------------------------*
      * RESTOCK MOVEMENTS ARE APPENDED, SO A SECOND POSTING RUN       *
      * BEFORE STOCKMV PICKS THE FILE UP LOSES NOTHING. A FILE NOT    *
      * YET CREATED COMES BACK STATUS '35' -- CREATE IT.              *
      *---------------------------------------------------------------*
           OPEN EXTEND RESTOCK-FILE
           IF WS-RESTOCK-FILE-STATUS = '35'
              OPEN OUTPUT RESTOCK-FILE
           END-IF
           IF WS-RESTOCK-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: RESTOCK MOVEMENT FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-RESTOCK-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
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
              STOP RUN
           END-IF
           .

      ******************************************************************
           PERFORM C2000-RANK-THE-STATUS
           MOVE WS-RANK-RESULT TO WS-TRANS-RANK
      *
           EVALUATE TRUE
              WHEN WS-TRANS-RANK = ZERO OR FT-NEW-STATUS = 'A'
                 MOVE 'REJECTED -- UNKNOWN STATUS CODE'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN FT-NEW-STATUS = 'R'
                 AND NOT FT-REASON-VALID
                 MOVE 'REJECTED -- UNKNOWN RETURN REASON'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN FT-NEW-STATUS = 'R'
                 AND NOT FT-DISP-RESTOCK
                 AND NOT FT-DISP-DAMAGED
                 AND NOT FT-DISP-EXCHANGE
                 MOVE 'REJECTED -- UNKNOWN RETURN DISPOSITION'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 PERFORM C1000-POST-ONE-SCAN
           END-EVALUATE
      *
           PERFORM X2000-READ-TRANS
           .
      * RANK WAS LEFT IN WS-TRANS-RANK BY C0000; RANK THE MASTER'S   *
      * CURRENT STATUS AND COMPARE. AN UNRECOGNIZED STATUS ON THE    *
      * MASTER RANKS AS 'A' SO A DAMAGED RECORD CAN STILL MOVE       *
      * FORWARD. A RETURNED GIFT IS CLOSED -- NOTHING POSTS TO IT    *
      * AGAIN -- AND ONLY A DELIVERED GIFT CAN BE RETURNED.          *
      *---------------------------------------------------------------*
           MOVE FS-STATUS   TO WS-RANK-STATUS
           PERFORM C2000-RANK-THE-STATUS
              MOVE 1 TO WS-MASTER-RANK
           END-IF
      *
           EVALUATE TRUE
              WHEN FS-STATUS = 'R'
                 MOVE 'REJECTED -- GIFT ALREADY RETURNED'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN WS-TRANS-RANK <= WS-MASTER-RANK
                 MOVE 'REJECTED -- WOULD MOVE GIFT BACKWARD'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN FT-NEW-STATUS = 'R'
                 AND FS-STATUS NOT = 'D'
                 MOVE 'REJECTED -- GIFT NOT YET DELIVERED'
                                    TO REG-DISPOSITION
                 PERFORM C4000-WRITE-REGISTER-LINE
                 ADD 1 TO WS-REJECTS
              WHEN OTHER
                 MOVE FULFILL-RECORD TO JR-BEFORE-IMAGE
                 MOVE FT-NEW-STATUS TO FS-STATUS
                 IF FT-STATUS-DATE-X IS NUMERIC
                    AND FT-STATUS-DATE > ZERO
                    MOVE FT-STATUS-DATE TO FS-STATUS-DATE
                 ELSE
                    MOVE WS-DATE        TO FS-STATUS-DATE
                 END-IF
                 IF FT-NEW-STATUS = 'R'
                    MOVE FT-RETURN-REASON      TO FS-RETURN-REASON
                    MOVE FT-RETURN-DISPOSITION TO FS-RETURN-DISPOSITION
                 END-IF
                 REWRITE FULFILL-RECORD
                    INVALID KEY
                       DISPLAY 'ERROR: REWRITE FAILED FOR '
                               FS-STATUS-KEY ' (STATUS '
                               WS-FULFILL-FILE-STATUS ')'
                       MOVE 'REJECTED -- REWRITE FAILED'
                                       TO REG-DISPOSITION
                       ADD 1 TO WS-REJECTS
                    NOT INVALID KEY
                       MOVE 'FULFILL'      TO JR-MASTER
                       MOVE 'C'            TO JR-ACTION
                       MOVE FS-STATUS-KEY  TO JR-RECORD-KEY
                       MOVE FULFILL-RECORD TO JR-AFTER-IMAGE
                       PERFORM X7000-WRITE-JOURNAL
                       IF FT-NEW-STATUS = 'R'
                          PERFORM C3000-POST-RETURN
                       ELSE
                          MOVE 'POSTED'    TO REG-DISPOSITION
                          ADD 1 TO WS-SCANS-POSTED
                       END-IF
                 END-REWRITE
                 PERFORM C4000-WRITE-REGISTER-LINE
           END-EVALUATE
           .

      ******************************************************************
              WHEN 'K'   MOVE 3 TO WS-RANK-RESULT
              WHEN 'L'   MOVE 4 TO WS-RANK-RESULT
              WHEN 'D'   MOVE 5 TO WS-RANK-RESULT
              WHEN 'R'   MOVE 6 TO WS-RANK-RESULT
              WHEN OTHER MOVE ZERO TO WS-RANK-RESULT
           END-EVALUATE
           .

      ******************************************************************
       C3000-POST-RETURN.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE RECORD IS CLOSED AS RETURNED. A RESTOCK SENDS ONE UNIT    *
      * BACK TO STOCKMV; A DAMAGED GIFT IS WRITTEN OFF; AN EXCHANGE   *
      * NEEDS NOTHING MORE HERE -- GIFTXCH FINDS THE CHILD TONIGHT.   *
      *---------------------------------------------------------------*
           ADD 1 TO WS-RETURNS-POSTED
      *
           EVALUATE TRUE
              WHEN FT-DISP-RESTOCK
                 MOVE SPACES            TO RESTOCK-RECORD
                 MOVE 'T'               TO MV-TRANS-TYPE
                 MOVE FS-ITEM-NUMBER    TO MV-ITEM-NUMBER
                 MOVE 1                 TO MV-QTY
                 MOVE FS-STATUS-DATE    TO MV-TRANS-DATE
                 WRITE RESTOCK-RECORD
                 IF WS-RESTOCK-FILE-STATUS = '00'
                    ADD 1 TO WS-RESTOCKS-WRITTEN
                    MOVE 'RETURNED -- RESTOCK MOVEMENT WRITTEN'
                                        TO REG-DISPOSITION
                 ELSE
                    DISPLAY 'ERROR: RESTOCK MOVEMENT WRITE FAILED FOR '
                            'ITEM ' FS-ITEM-NUMBER ' (STATUS '
                            WS-RESTOCK-FILE-STATUS ')'
                    MOVE 16 TO RETURN-CODE
                    MOVE 'RETURNED -- RESTOCK MOVEMENT FAILED'
                                        TO REG-DISPOSITION
                 END-IF
              WHEN FT-DISP-DAMAGED
                 MOVE 'RETURNED -- DAMAGED, NOT RESTOCKED'
                                        TO REG-DISPOSITION
              WHEN OTHER
                 ADD 1 TO WS-EXCHANGES-POSTED
                 MOVE 'RETURNED -- EXCHANGE FOR NEXT WISH'
                                        TO REG-DISPOSITION
           END-EVALUATE
           .

      ******************************************************************
       C4000-WRITE-REGISTER-LINE.
      ******************************************************************
           DISPLAY 'FULFILLMENT STATUS POSTING SUMMARY'
           DISPLAY '  SCANS POSTED:      ' WS-SCANS-POSTED
           DISPLAY '  REJECTED SCANS:    ' WS-REJECTS
           DISPLAY '  RETURNS POSTED:    ' WS-RETURNS-POSTED
           DISPLAY '  RESTOCK MOVEMENTS: ' WS-RESTOCKS-WRITTEN
           DISPLAY '  EXCHANGES:         ' WS-EXCHANGES-POSTED
           DISPLAY '  JOURNAL ENTRIES:   ' WS-JOURNAL-WRITTEN
           .

      ******************************************************************
           CLOSE FULFILL-MASTER
                 STATUS-TRANS
                 REGISTER-FILE
                 RESTOCK-FILE
                 JOURNAL-FILE
           .

      ******************************************************************
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
