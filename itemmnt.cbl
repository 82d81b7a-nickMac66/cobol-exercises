                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT VENDOR-MASTER    ASSIGN TO VENDMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VN-VENDOR-ID
                  FILE STATUS IS WS-VENDOR-FILE-STATUS.
           SELECT ITEM-TRANS       ASSIGN TO UT-S-ITEMTRN.
           SELECT REGISTER-FILE    ASSIGN TO UT-S-ITEMREG.
           SELECT REJECT-FILE      ASSIGN TO UT-S-ITEMREJ.
           SELECT JOURNAL-FILE     ASSIGN TO UT-S-JOURNAL
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RUN-DATE-FILE    ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.

      *---------------------------------------------------------------*
      * THE GIFT CATALOG ITSELF -- INDEXED, KEYED ON IM-ITEM-NUMBER,  *
      * UPDATED IN PLACE BY THIS PROGRAM. IM-VENDOR-NUMBER IS THE     *
      * VENDOR THE ITEM IS BOUGHT FROM; POSUGG GROUPS ITS SUGGESTED   *
      * PURCHASE ORDERS ON IT.                                        *
      *---------------------------------------------------------------*
       FD  ITEM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           05  IM-AGE-MAX                    PIC 99.
           05  IM-AGE-MAX-X REDEFINES IM-AGE-MAX
                                             PIC XX.
           05  IM-VENDOR-NUMBER              PIC X(5).
           05  FILLER                        PIC X.
      *
      *---------------------------------------------------------------*
      * VENDOR MASTER (VENDMNT) -- READ ONLY, TO CHECK THAT A VENDOR  *
      * NUMBER KEYED ON A TRANSACTION IS ON FILE AND ACTIVE           *
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
      * MAINTENANCE TRANSACTIONS, SORTED ASCENDING BY TR-ITEM-NUMBER  *
      * CHANGE WITH THOSE COLUMNS BLANK LEAVES THE MASTER'S VALUES    *
      * ALONE. INTFUNC USES THE RANGE TO FLAG AGE-INAPPROPRIATE       *
      * WISHES AND PICKLIST SUBTOTALS THE PULL BY CATEGORY.           *
      * TR-VENDOR-NUMBER LIKEWISE APPLIES ONLY WHEN KEYED, AND MUST   *
      * BE AN ACTIVE VENDOR ON THE VENDOR MASTER.                     *
      *---------------------------------------------------------------*
       01  TRANS-RECORD.
           05  TR-ACTION-CODE                PIC X.
           05  TR-AGE-MAX                    PIC 99.
           05  TR-AGE-MAX-X REDEFINES TR-AGE-MAX
                                             PIC XX.
           05  TR-VENDOR-NUMBER              PIC X(5).
           05  FILLER                        PIC X(9).
      *
      *---------------------------------------------------------------*
      * MAINTENANCE REGISTER -- ONE LINE PER TRANSACTION WITH THE     *
           DATA RECORD IS REJECT-RECORD.
      *
       01  REJECT-RECORD                     PIC X(80).
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
          05 WS-MASTER-FOUND-SW             PIC X.
             88 WS-MASTER-FOUND                       VALUE 'Y'.
             88 WS-MASTER-NOT-FOUND                   VALUE 'N'.
          05 WS-VENDOR-AVAIL-SW             PIC X.
             88 WS-VENDOR-MASTER-AVAILABLE            VALUE 'Y'.
             88 WS-VENDOR-MASTER-UNAVAILABLE          VALUE 'N'.
          05 WS-VENDOR-VALID-SW             PIC X.
             88 WS-VENDOR-VALID                       VALUE 'Y'.
             88 WS-VENDOR-INVALID                     VALUE 'N'.
      *
       01 WS-MASTER-FILE-STATUS             PIC XX.
       01 WS-VENDOR-FILE-STATUS             PIC XX.
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
          05 OM-AGE-MAX                     PIC 99.
          05 OM-AGE-MAX-X REDEFINES OM-AGE-MAX
                                            PIC XX.
          05 OM-VENDOR-NUMBER               PIC X(5).
          05 FILLER                         PIC X.
      *
       01 WS-NEW-MASTER-IMAGE.
          05 NM-ITEM-NUMBER                 PIC X(5).
          05 NM-AGE-MAX                     PIC 99.
          05 NM-AGE-MAX-X REDEFINES NM-AGE-MAX
                                            PIC XX.
          05 NM-VENDOR-NUMBER               PIC X(5).
          05 FILLER                         PIC X.
      *
       01 WS-VARIABLES.
          05 WS-DATE                        PIC 9(8).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-VENDOR-REASON               PIC X(30).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
          05 FILLER                         PIC X(83).
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
           MOVE 'ITEMMNT'            TO JR-PROGRAM
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
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
      *
      *---------------------------------------------------------------*
      * THE VENDOR MASTER IS ONLY NEEDED TO CHECK A KEYED VENDOR      *
      * NUMBER. IF IT WON'T OPEN THE RUN GOES ON, BUT ANY TRANSACTION *
      * CARRYING A VENDOR NUMBER IS REJECTED RATHER THAN LET AN       *
      * UNCHECKED VENDOR ONTO THE CATALOG.                            *
      *---------------------------------------------------------------*
           OPEN INPUT VENDOR-MASTER
           IF WS-VENDOR-FILE-STATUS = '00'
              SET WS-VENDOR-MASTER-AVAILABLE   TO TRUE
           ELSE
              SET WS-VENDOR-MASTER-UNAVAILABLE TO TRUE
              DISPLAY 'WARNING: VENDOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-VENDOR-FILE-STATUS ') -- '
                      'VENDOR NUMBERS WILL BE REJECTED'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           OPEN INPUT  ITEM-TRANS
                OUTPUT REGISTER-FILE
                       REJECT-FILE
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
              CLOSE ITEM-MASTER
                    ITEM-TRANS
                    REGISTER-FILE
                    REJECT-FILE
              IF WS-VENDOR-MASTER-AVAILABLE
                 CLOSE VENDOR-MASTER
              END-IF
              STOP RUN
           END-IF
           .

      ******************************************************************
      * ACTION AGAINST WHAT WAS (OR WASN'T) FOUND                     *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-MASTER-BY-KEY
           PERFORM X4000-VALIDATE-VENDOR
      *
      * THE ACTION CODE IS JUDGED BEFORE THE MASTER-FOUND STATE, SO
      * AN UNKNOWN ACTION ALWAYS REGISTERS AS AN UNKNOWN ACTION --
                 PERFORM C4000-WRITE-REGISTER-LINE
                 PERFORM X3000-WRITE-REJECT
                 ADD 1 TO WS-REJECTS
              WHEN TR-ACTION-CODE NOT = 'R' AND WS-VENDOR-INVALID
                 PERFORM C4500-START-REGISTER-LINE
                 IF WS-MASTER-FOUND
                    PERFORM C4100-REGISTER-OLD-IMAGE
                 END-IF
                 MOVE WS-VENDOR-REASON TO REG-REASON
                 PERFORM C4000-WRITE-REGISTER-LINE
                 PERFORM X3000-WRITE-REJECT
                 ADD 1 TO WS-REJECTS
              WHEN TR-ACTION-CODE = 'A' AND WS-MASTER-NOT-FOUND
                 PERFORM C2000-ADD-ITEM
              WHEN TR-ACTION-CODE = 'A'
           ELSE
              MOVE ZERO             TO NM-AGE-MAX
           END-IF
           MOVE TR-VENDOR-NUMBER    TO NM-VENDOR-NUMBER
      *
           WRITE ITEM-MASTER-RECORD FROM WS-NEW-MASTER-IMAGE
              INVALID KEY
                 PERFORM X3000-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-ADDS
                 MOVE 'A'                 TO JR-ACTION
                 MOVE SPACES              TO JR-BEFORE-IMAGE
                 MOVE WS-NEW-MASTER-IMAGE TO JR-AFTER-IMAGE
                 PERFORM C5000-JOURNAL-CHANGE
                 PERFORM C4500-START-REGISTER-LINE
                 PERFORM C4200-REGISTER-NEW-IMAGE
                 PERFORM C4000-WRITE-REGISTER-LINE
           ELSE
              MOVE OM-AGE-MAX       TO NM-AGE-MAX
           END-IF
           IF TR-VENDOR-NUMBER NOT = SPACES
              MOVE TR-VENDOR-NUMBER TO NM-VENDOR-NUMBER
           ELSE
              MOVE OM-VENDOR-NUMBER TO NM-VENDOR-NUMBER
           END-IF
      *
           MOVE ITEM-MASTER-RECORD TO JR-BEFORE-IMAGE
           REWRITE ITEM-MASTER-RECORD FROM WS-NEW-MASTER-IMAGE
              INVALID KEY
                 DISPLAY 'ERROR: REWRITE FAILED FOR ITEM '
                 PERFORM X3000-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-CHANGES
                 MOVE 'C'                 TO JR-ACTION
                 MOVE WS-NEW-MASTER-IMAGE TO JR-AFTER-IMAGE
                 PERFORM C5000-JOURNAL-CHANGE
                 PERFORM C4500-START-REGISTER-LINE
                 PERFORM C4100-REGISTER-OLD-IMAGE
                 PERFORM C4200-REGISTER-NEW-IMAGE
       C3500-RETIRE-ITEM.
      ******************************************************************

           MOVE ITEM-MASTER-RECORD TO JR-BEFORE-IMAGE
           DELETE ITEM-MASTER RECORD
              INVALID KEY
                 DISPLAY 'ERROR: DELETE FAILED FOR ITEM '
                 PERFORM X3000-WRITE-REJECT
              NOT INVALID KEY
                 ADD 1 TO WS-RETIRES
                 MOVE 'D'                 TO JR-ACTION
                 MOVE SPACES              TO JR-AFTER-IMAGE
                 PERFORM C5000-JOURNAL-CHANGE
                 PERFORM C4500-START-REGISTER-LINE
                 PERFORM C4100-REGISTER-OLD-IMAGE
                 MOVE 'RETIRED' TO REG-REASON
              AFTER 2
           .

      ******************************************************************
       C5000-JOURNAL-CHANGE.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE ACTION AND IMAGES ARE ALREADY SET BY THE ADD, CHANGE OR   *
      * RETIRE THAT JUST SUCCEEDED                                    *
      *---------------------------------------------------------------*
           MOVE 'ITEMMST'       TO JR-MASTER
           MOVE TR-ITEM-NUMBER  TO JR-RECORD-KEY
           PERFORM X7000-WRITE-JOURNAL
           .

      ******************************************************************
       X3000-WRITE-REJECT.
      ******************************************************************
           DISPLAY '  ITEMS CHANGED:  ' WS-CHANGES
           DISPLAY '  ITEMS RETIRED:  ' WS-RETIRES
           DISPLAY '  REJECTED TRANS: ' WS-REJECTS
           DISPLAY '  JOURNALED:      ' WS-JOURNAL-WRITTEN
      *
           MOVE SPACES           TO REGISTER-RECORD
           WRITE REGISTER-RECORD
                 ITEM-TRANS
                 REGISTER-FILE
                 REJECT-FILE
                 JOURNAL-FILE
      *
           IF WS-VENDOR-MASTER-AVAILABLE
              CLOSE VENDOR-MASTER
           END-IF
           .

      ******************************************************************
                 MOVE HIGH-VALUES        TO TR-ITEM-NUMBER
           END-READ
           .

      ******************************************************************
       X4000-VALIDATE-VENDOR.
      ******************************************************************

      *---------------------------------------------------------------*
      * A BLANK VENDOR NUMBER IS ALWAYS VALID -- IT LEAVES THE        *
      * CATALOG'S VENDOR AS IT WAS. A KEYED ONE MUST BE ON THE VENDOR *
      * MASTER AND ACTIVE.                                            *
      *---------------------------------------------------------------*
           SET WS-VENDOR-VALID TO TRUE
           MOVE SPACES         TO WS-VENDOR-REASON
      *
           IF TR-VENDOR-NUMBER NOT = SPACES
              IF WS-VENDOR-MASTER-UNAVAILABLE
                 SET  WS-VENDOR-INVALID TO TRUE
                 MOVE 'REJECTED -- NO VENDOR MASTER'
                                        TO WS-VENDOR-REASON
              ELSE
                 MOVE TR-VENDOR-NUMBER  TO VN-VENDOR-ID
                 READ VENDOR-MASTER
                    INVALID KEY
                       SET  WS-VENDOR-INVALID TO TRUE
                       MOVE 'REJECTED -- VENDOR NOT ON FILE'
                                              TO WS-VENDOR-REASON
                    NOT INVALID KEY
                       IF VN-VENDOR-STATUS NOT = 'A'
                          SET  WS-VENDOR-INVALID TO TRUE
                          MOVE 'REJECTED -- VENDOR NOT ACTIVE'
                                              TO WS-VENDOR-REASON
                       END-IF
                 END-READ
              END-IF
           END-IF
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
