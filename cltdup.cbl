      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   CLTDUP.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> DUPLICATE-CLIENT REVIEW LISTING. BROWSE THE    *
      *                CLIENT MASTER THREE TIMES, EACH TIME SORTING   *
      *                THE CLIENTS WHO ARE NOT INACTIVE ON ONE        *
      *                MATCHING RULE, AND LIST EVERY PAIR THAT SHARES *
      *                A MATCH KEY:                                   *
      *                  RULE 1 - SAME NAME AND DATE OF BIRTH         *
      *                  RULE 2 - SAME DATE OF BIRTH AND STREET       *
      *                           ADDRESS, NAMES SPELLED DIFFERENTLY  *
      *                  RULE 3 - SAME STREET ADDRESS UNDER TWO       *
      *                           DIFFERENT HOUSEHOLD IDS             *
      *                NAMES AND STREETS COMPARE WITHOUT REGARD TO    *
      *                CASE. NOTHING IS CHANGED HERE -- THE           *
      *                COORDINATOR CONFIRMS A PAIR AND KEYS A         *
      *                CLIENTMNT 'X' (MERGE) TRANSACTION NAMING THE   *
      *                SURVIVOR. RUN ON DEMAND.                       *
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
           SELECT CLIENT-MASTER  ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO UT-S-SORTWK.
           SELECT DUP-REPORT     ASSIGN TO UT-S-DUPRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- BROWSED IN KEY ORDER ONCE PER  *
      * MATCHING RULE. CM-MERGED-INTO-ID IS SET ON A CLIENT CLIENTMNT *
      * HAS ALREADY FOLDED INTO ANOTHER; SUCH A CLIENT IS INACTIVE    *
      * AND SO NEVER COMES UP AGAIN HERE.                             *
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
      * SORT WORK FILE -- ONE RECORD PER CLIENT, KEYED ON THE CURRENT *
      * RULE'S MATCH KEY THEN CLIENT ID, SO EVERY CLIENT SHARING A    *
      * KEY COMES TOGETHER                                            *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-CLIENT-RECORD.
      *
       01  SD-CLIENT-RECORD.
           05  SD-MATCH-KEY                  PIC X(50).
           05  SD-CLIENT-DATA.
               10  SD-CLIENT-ID              PIC X(5).
               10  SD-CLIENT-NAME            PIC X(25).
               10  SD-MATCH-NAME             PIC X(25).
               10  SD-CLIENT-DOB             PIC X(10).
               10  SD-STREET-ADDR            PIC X(18).
               10  SD-CITY                   PIC X(12).
               10  SD-STATE                  PIC X(2).
               10  SD-POSTAL-CODE            PIC X(5).
               10  SD-HOUSEHOLD-KEY          PIC X(5).
      *
       FD  DUP-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS DUP-REPORT-RECORD.
      *
       01  DUP-REPORT-RECORD                 PIC X(132).
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
          05 WS-PAIR-SW                     PIC X.
             88 WS-PAIR-LISTED                        VALUE 'Y'.
             88 WS-PAIR-SKIPPED                       VALUE 'N'.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-CLIENTS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLIENTS-ACTIVE              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RULE-PAIRS                  PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RULE-1-PAIRS                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RULE-2-PAIRS                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-RULE-3-PAIRS                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GROUP-OVERFLOW              PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-RULE-NUMBER                 PIC 9.
          05 WS-PREV-MATCH-KEY              PIC X(50).
          05 WS-MATCH-KEY.
             10 WS-KEY-PART-1               PIC X(25).
             10 WS-KEY-PART-2               PIC X(25).
          05 WS-UPPER-STREET                PIC X(18).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
      *---------------------------------------------------------------*
      * THE CLIENTS SHARING THE CURRENT MATCH KEY. A KEY SHARED BY    *
      * MORE CLIENTS THAN THE TABLE HOLDS (A SHELTER ADDRESS, SAY)    *
      * HAS ITS FIRST 50 PAIRED AND THE REST COUNTED, FLAGGED RC=4.   *
      * WS-GRP-FIRST-OF-HH MARKS THE FIRST CLIENT OF EACH HOUSEHOLD   *
      * IN THE GROUP -- RULE 3 PAIRS HOUSEHOLDS, NOT EVERY MEMBER.    *
      *---------------------------------------------------------------*
       01 WS-GROUP-MAX                      PIC S9(4) BINARY
                                                      VALUE +50.
       01 WS-GROUP-COUNT                    PIC S9(4) BINARY.
       01 WS-GROUP-IDX                      PIC S9(4) BINARY.
       01 WS-PAIR-IDX                       PIC S9(4) BINARY.
       01 WS-SCAN-IDX                       PIC S9(4) BINARY.
      *
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 50 TIMES.
             10 WS-GRP-FIRST-OF-HH          PIC X.
             10 WS-GRP-DATA.
                15 WS-GRP-CLIENT-ID         PIC X(5).
                15 WS-GRP-CLIENT-NAME       PIC X(25).
                15 WS-GRP-MATCH-NAME        PIC X(25).
                15 WS-GRP-CLIENT-DOB        PIC X(10).
                15 WS-GRP-STREET-ADDR       PIC X(18).
                15 WS-GRP-CITY              PIC X(12).
                15 WS-GRP-STATE             PIC X(2).
                15 WS-GRP-POSTAL-CODE       PIC X(5).
                15 WS-GRP-HOUSEHOLD-KEY     PIC X(5).
      *
       01 WS-PRINT-LINE                     PIC X(132).
      *
       01 WS-DUP-HEADING-1.
          05 DUP-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 DUP-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 DUP-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(36) VALUE SPACES.
          05 FILLER                         PIC X(77) VALUE
             'DUPLICATE CLIENT REVIEW LISTING'.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 DUP-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-DUP-HEADING-2.
          05 FILLER                         PIC X(5)  VALUE 'RULE'.
          05 DUP-HDG-RULE                   PIC 9.
          05 FILLER                         PIC X(4)  VALUE ' -- '.
          05 DUP-HDG-RULE-TEXT              PIC X(50).
          05 FILLER                         PIC X(72) VALUE SPACES.
      *
       01 WS-DUP-HEADING-3.
          05 FILLER                         PIC X(8)  VALUE '  PAIR'.
          05 FILLER                         PIC X(7)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(27) VALUE 'NAME'.
          05 FILLER                         PIC X(12) VALUE
             'BIRTH DATE'.
          05 FILLER                         PIC X(20) VALUE
             'STREET'.
          05 FILLER                         PIC X(14) VALUE 'CITY'.
          05 FILLER                         PIC X(4)  VALUE 'ST'.
          05 FILLER                         PIC X(7)  VALUE 'POSTAL'.
          05 FILLER                         PIC X(33) VALUE
             'HSHLD'.
      *
       01 WS-DUP-DETAIL.
          05 DUP-PAIR-NUMBER                PIC ZZ,ZZ9.
          05 DUP-PAIR-NUMBER-X REDEFINES DUP-PAIR-NUMBER
                                            PIC X(6).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-CLIENT-NAME                PIC X(25).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-CLIENT-DOB                 PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-STREET-ADDR                PIC X(18).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-CITY                       PIC X(12).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-STATE                      PIC X(2).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-POSTAL-CODE                PIC X(5).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 DUP-HOUSEHOLD-KEY              PIC X(5).
          05 FILLER                         PIC X(28) VALUE SPACES.
      *
       01 WS-DUP-TOTAL-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(20) VALUE
             'PAIRS LISTED:'.
          05 DUP-TOTAL-PAIRS                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(98) VALUE SPACES.
      *
       01 WS-DUP-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO CANDIDATE PAIRS ON THIS RULE'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE SORT PER MATCHING RULE -- THE SAME INPUT AND OUTPUT       *
      * PROCEDURES SERVE ALL THREE, STEERED BY WS-RULE-NUMBER         *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           MOVE 1 TO WS-RULE-NUMBER
           PERFORM C0000-SORT-ONE-RULE
           MOVE WS-RULE-PAIRS TO WS-RULE-1-PAIRS
      *
           MOVE 2 TO WS-RULE-NUMBER
           PERFORM C0000-SORT-ONE-RULE
           MOVE WS-RULE-PAIRS TO WS-RULE-2-PAIRS
      *
           MOVE 3 TO WS-RULE-NUMBER
           PERFORM C0000-SORT-ONE-RULE
           MOVE WS-RULE-PAIRS TO WS-RULE-3-PAIRS
      *
           PERFORM F0000-WRITE-TOTALS
           PERFORM G0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           ACCEPT WS-DATE FROM DATE YYYYMMDD
      *
           MOVE WS-DATE (1:4) TO DUP-HDG-YYYY
           MOVE WS-DATE (5:2) TO DUP-HDG-MM
           MOVE WS-DATE (7:2) TO DUP-HDG-DD
           MOVE ZERO          TO WS-PAGE
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE CLIENT-MASTER
      *
           OPEN OUTPUT DUP-REPORT
           .

      ******************************************************************
       C0000-SORT-ONE-RULE.
      ******************************************************************

           MOVE ZERO TO WS-RULE-PAIRS
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-MATCH-KEY SD-CLIENT-ID
              INPUT  PROCEDURE IS D0000-RELEASE-CLIENTS
              OUTPUT PROCEDURE IS E0000-LIST-PAIRS
           .

      ******************************************************************
       D0000-RELEASE-CLIENTS.
      ******************************************************************

      *---------------------------------------------------------------*
      * EVERY CLIENT WHO IS NOT INACTIVE, UNDER THIS RULE'S KEY. A    *
      * BLANK STREET IS NOT AN ADDRESS, SO RULES 2 AND 3 LEAVE THOSE  *
      * CLIENTS OUT. A BLANK HOUSEHOLD ID MEANS THE CLIENT IS THEIR   *
      * OWN HOUSEHOLD.                                                *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           OPEN INPUT CLIENT-MASTER
           PERFORM X1000-READ-CLIENT
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF WS-RULE-NUMBER = 1
                 ADD 1 TO WS-CLIENTS-READ
              END-IF
              IF CM-ENROLL-STATUS NOT = 'I'
                 PERFORM D1000-BUILD-SORT-RECORD
              END-IF
              PERFORM X1000-READ-CLIENT
           END-PERFORM
      *
           CLOSE CLIENT-MASTER
           .

      ******************************************************************
       D1000-BUILD-SORT-RECORD.
      ******************************************************************

           IF WS-RULE-NUMBER = 1
              ADD 1 TO WS-CLIENTS-ACTIVE
           END-IF
      *
           MOVE CM-CLIENT-ID        TO SD-CLIENT-ID
           MOVE CM-CLIENT-NAME      TO SD-CLIENT-NAME
           MOVE FUNCTION UPPER-CASE (CM-CLIENT-NAME)
                                    TO SD-MATCH-NAME
           MOVE CM-CLIENT-DOB       TO SD-CLIENT-DOB
           MOVE CM-STREET-ADDR      TO SD-STREET-ADDR
           MOVE CM-CITY             TO SD-CITY
           MOVE CM-STATE            TO SD-STATE
           MOVE CM-POSTAL-CODE      TO SD-POSTAL-CODE
           IF CM-HOUSEHOLD-ID = SPACES
              MOVE CM-CLIENT-ID     TO SD-HOUSEHOLD-KEY
           ELSE
              MOVE CM-HOUSEHOLD-ID  TO SD-HOUSEHOLD-KEY
           END-IF
           MOVE FUNCTION UPPER-CASE (CM-STREET-ADDR)
                                    TO WS-UPPER-STREET
      *
           MOVE SPACES              TO WS-MATCH-KEY
           EVALUATE WS-RULE-NUMBER
              WHEN 1
                 MOVE SD-MATCH-NAME    TO WS-KEY-PART-1
                 MOVE CM-CLIENT-DOB    TO WS-KEY-PART-2
              WHEN 2
                 MOVE CM-CLIENT-DOB    TO WS-KEY-PART-1
                 MOVE WS-UPPER-STREET  TO WS-KEY-PART-2
                 MOVE CM-POSTAL-CODE   TO WS-KEY-PART-2 (19:5)
              WHEN OTHER
                 MOVE WS-UPPER-STREET  TO WS-KEY-PART-1
                 MOVE CM-POSTAL-CODE   TO WS-KEY-PART-1 (19:5)
           END-EVALUATE
           MOVE WS-MATCH-KEY        TO SD-MATCH-KEY
      *
           IF WS-RULE-NUMBER = 1
              OR CM-STREET-ADDR NOT = SPACES
              RELEASE SD-CLIENT-RECORD
           END-IF
           .

      ******************************************************************
       E0000-LIST-PAIRS.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH RULE STARTS ON A NEW PAGE AND PRINTS EVEN WITH NOTHING   *
      * FOUND, SO THE COORDINATOR SEES EVERY RULE WAS CHECKED         *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-MATCH-KEY
           MOVE ZERO                TO WS-GROUP-COUNT
      *
           EVALUATE WS-RULE-NUMBER
              WHEN 1
                 MOVE 'SAME NAME AND DATE OF BIRTH'
                                    TO DUP-HDG-RULE-TEXT
              WHEN 2
                 MOVE 'SAME DATE OF BIRTH AND STREET, NAME DIFFERS'
                                    TO DUP-HDG-RULE-TEXT
              WHEN OTHER
                 MOVE 'SAME STREET UNDER DIFFERENT HOUSEHOLD IDS'
                                    TO DUP-HDG-RULE-TEXT
           END-EVALUATE
           MOVE WS-RULE-NUMBER      TO DUP-HDG-RULE
           PERFORM X5300-WRITE-HEADINGS
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    PERFORM E2000-CLOSE-GROUP
                 NOT AT END
                    PERFORM E1000-ONE-SORTED-CLIENT
              END-RETURN
           END-PERFORM
      *
           IF WS-RULE-PAIRS = ZERO
              MOVE WS-DUP-NONE-LINE TO WS-PRINT-LINE
              MOVE 2                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-IF
      *
           MOVE WS-RULE-PAIRS       TO DUP-TOTAL-PAIRS
           MOVE WS-DUP-TOTAL-LINE   TO WS-PRINT-LINE
           MOVE 2                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       E1000-ONE-SORTED-CLIENT.
      ******************************************************************

           IF SD-MATCH-KEY NOT = WS-PREV-MATCH-KEY
              PERFORM E2000-CLOSE-GROUP
              MOVE ZERO         TO WS-GROUP-COUNT
              MOVE SD-MATCH-KEY TO WS-PREV-MATCH-KEY
           END-IF
      *
           IF WS-GROUP-COUNT < WS-GROUP-MAX
              ADD  1              TO WS-GROUP-COUNT
              MOVE SD-CLIENT-DATA TO WS-GRP-DATA (WS-GROUP-COUNT)
              MOVE 'Y'            TO WS-GRP-FIRST-OF-HH (WS-GROUP-COUNT)
              PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                 UNTIL WS-SCAN-IDX >= WS-GROUP-COUNT
                 IF WS-GRP-HOUSEHOLD-KEY (WS-SCAN-IDX) =
                    SD-HOUSEHOLD-KEY
                    MOVE 'N' TO WS-GRP-FIRST-OF-HH (WS-GROUP-COUNT)
                 END-IF
              END-PERFORM
           ELSE
              ADD 1 TO WS-GROUP-OVERFLOW
           END-IF
           .

      ******************************************************************
       E2000-CLOSE-GROUP.
      ******************************************************************

      *---------------------------------------------------------------*
      * PAIR EVERY CLIENT IN THE GROUP WITH EACH ONE AFTER IT         *
      *---------------------------------------------------------------*
           IF WS-GROUP-COUNT > 1
              PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
                 PERFORM E2100-PAIR-WITH-LATER
              END-PERFORM
           END-IF
           .

      ******************************************************************
       E2100-PAIR-WITH-LATER.
      ******************************************************************

           COMPUTE WS-PAIR-IDX = WS-GROUP-IDX + 1
           PERFORM UNTIL WS-PAIR-IDX > WS-GROUP-COUNT
              PERFORM E2200-CHECK-PAIR
              ADD 1 TO WS-PAIR-IDX
           END-PERFORM
           .

      ******************************************************************
       E2200-CHECK-PAIR.
      ******************************************************************

      *---------------------------------------------------------------*
      * RULE 2 LEAVES OUT PAIRS WHOSE NAMES AGREE -- RULE 1 ALREADY   *
      * LISTED THEM. RULE 3 PAIRS ONLY THE FIRST CLIENT OF EACH       *
      * HOUSEHOLD AT THE ADDRESS, AND ONLY ACROSS HOUSEHOLDS.         *
      *---------------------------------------------------------------*
           SET WS-PAIR-SKIPPED TO TRUE
      *
           EVALUATE WS-RULE-NUMBER
              WHEN 1
                 SET WS-PAIR-LISTED TO TRUE
              WHEN 2
                 IF WS-GRP-MATCH-NAME (WS-GROUP-IDX) NOT =
                    WS-GRP-MATCH-NAME (WS-PAIR-IDX)
                    SET WS-PAIR-LISTED TO TRUE
                 END-IF
              WHEN OTHER
                 IF WS-GRP-FIRST-OF-HH (WS-GROUP-IDX) = 'Y'
                    AND WS-GRP-FIRST-OF-HH (WS-PAIR-IDX) = 'Y'
                    AND WS-GRP-HOUSEHOLD-KEY (WS-GROUP-IDX) NOT =
                        WS-GRP-HOUSEHOLD-KEY (WS-PAIR-IDX)
                    SET WS-PAIR-LISTED TO TRUE
                 END-IF
           END-EVALUATE
      *
           IF WS-PAIR-LISTED
              PERFORM E3000-WRITE-PAIR
           END-IF
           .

      ******************************************************************
       E3000-WRITE-PAIR.
      ******************************************************************

      *---------------------------------------------------------------*
      * BOTH CLIENTS OF THE PAIR PRINT TOGETHER ON ONE PAGE, LOWER    *
      * CLIENT ID FIRST, WITH A BLANK LINE BEFORE THE NEXT PAIR       *
      *---------------------------------------------------------------*
           IF WS-LINE + 3 > WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           ADD  1             TO WS-RULE-PAIRS
           MOVE WS-RULE-PAIRS TO DUP-PAIR-NUMBER
           MOVE WS-GROUP-IDX  TO WS-SCAN-IDX
           PERFORM E3100-FORMAT-CLIENT
           MOVE 2             TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE SPACES        TO DUP-PAIR-NUMBER-X
           MOVE WS-PAIR-IDX   TO WS-SCAN-IDX
           PERFORM E3100-FORMAT-CLIENT
           MOVE 1             TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       E3100-FORMAT-CLIENT.
      ******************************************************************

           MOVE WS-GRP-CLIENT-ID (WS-SCAN-IDX)     TO DUP-CLIENT-ID
           MOVE WS-GRP-CLIENT-NAME (WS-SCAN-IDX)   TO DUP-CLIENT-NAME
           MOVE WS-GRP-CLIENT-DOB (WS-SCAN-IDX)    TO DUP-CLIENT-DOB
           MOVE WS-GRP-STREET-ADDR (WS-SCAN-IDX)   TO DUP-STREET-ADDR
           MOVE WS-GRP-CITY (WS-SCAN-IDX)          TO DUP-CITY
           MOVE WS-GRP-STATE (WS-SCAN-IDX)         TO DUP-STATE
           MOVE WS-GRP-POSTAL-CODE (WS-SCAN-IDX)   TO DUP-POSTAL-CODE
           MOVE WS-GRP-HOUSEHOLD-KEY (WS-SCAN-IDX) TO DUP-HOUSEHOLD-KEY
           MOVE WS-DUP-DETAIL                      TO WS-PRINT-LINE
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'DUPLICATE CLIENT REVIEW SUMMARY'
           DISPLAY '  CLIENTS READ:                 ' WS-CLIENTS-READ
           DISPLAY '  CLIENTS NOT INACTIVE:         ' WS-CLIENTS-ACTIVE
           DISPLAY '  RULE 1 PAIRS (NAME + DOB):    ' WS-RULE-1-PAIRS
           DISPLAY '  RULE 2 PAIRS (DOB + STREET):  ' WS-RULE-2-PAIRS
           DISPLAY '  RULE 3 PAIRS (STREET + HSHLD):' WS-RULE-3-PAIRS
      *
           IF WS-GROUP-OVERFLOW > ZERO
              DISPLAY 'WARNING: ' WS-GROUP-OVERFLOW
                      ' CLIENTS LEFT UNPAIRED -- MORE THAN 50 SHARED '
                      'ONE MATCH KEY'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE DUP-REPORT
           .

      ******************************************************************
       X1000-READ-CLIENT.
      ******************************************************************

           READ CLIENT-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .

      ******************************************************************
       X5000-WRITE-LINE.
      ******************************************************************

           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           WRITE DUP-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO DUP-HDG-PAGE
      *
           WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-1
              AFTER TOP-PAGE
           WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-2
              AFTER 2
           WRITE DUP-REPORT-RECORD FROM WS-DUP-HEADING-3
              AFTER 2
           MOVE 5       TO WS-LINE
           .
