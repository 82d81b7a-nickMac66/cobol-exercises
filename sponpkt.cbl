      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   SPONPKT.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> ADOPT-A-CHILD SPONSOR PACKETS: READ THE        *
      *                SPONSOR-ASSIGNMENT FILE GIFTSEL WROTE FOR EACH *
      *                SPONSORED CHILD, RESEQUENCE IT BY SPONSOR, AND *
      *                PRINT ONE PACKET PER SPONSOR LISTING EVERY     *
      *                CHILD THEY ADOPTED -- FIRST NAME ONLY, AN AGE  *
      *                BAND RATHER THAN A BIRTH DATE, THE CHILD'S TOP *
      *                WISHES IN PRIORITY ORDER WITH THE CATALOG      *
      *                DESCRIPTION, AND THE DROP-OFF DEADLINE. THE    *
      *                SPONSOR'S NAME AND ADDRESS COME OFF THE        *
      *                SPONSOR MASTER. ONE PACKET PER PAGE.           *
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
           SELECT SPONSOR-GIFT-FILE ASSIGN TO UT-S-SPONGIFT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-SPONGIFT-FILE-STATUS.
           SELECT SPONSOR-MASTER  ASSIGN TO SPONMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-SPONSOR-ID
                  FILE STATUS IS WS-SPONMST-FILE-STATUS.
           SELECT ITEM-MASTER     ASSIGN TO ITEMMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS IM-ITEM-NUMBER
                  FILE STATUS IS WS-ITEMMST-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT PACKET-FILE     ASSIGN TO UT-S-PACKETS.
           SELECT RUN-DATE-FILE   ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * GIFTSEL'S SPONSOR-ASSIGNMENT FILE -- ONE RECORD PER SPONSORED *
      * CHILD, IN CLIENT-ID ORDER, TOP THREE WISHES IN PRIORITY ORDER *
      *---------------------------------------------------------------*
       FD  SPONSOR-GIFT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SPONSOR-GIFT-RECORD.
      *
       01  SPONSOR-GIFT-RECORD               PIC X(80).
      *
      *---------------------------------------------------------------*
      * SPONSOR MASTER -- INDEXED, KEYED ON SP-SPONSOR-ID, UPDATED IN *
      * PLACE BY SPONMNT AND READ HERE BY KEY AT EACH SPONSOR BREAK   *
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
      * GIFT CATALOG -- READ BY KEY FOR EACH WISH'S DESCRIPTION       *
      *---------------------------------------------------------------*
       FD  ITEM-MASTER
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ITEM-MASTER-RECORD.
      *
       01  ITEM-MASTER-RECORD.
           05  IM-ITEM-NUMBER                PIC X(5).
           05  IM-ITEM-DESCRIPTION           PIC X(25).
           05  IM-ITEM-PRICE                 PIC 9(7)V99.
           05  IM-ON-HAND-QTY                PIC 9(5).
           05  IM-REORDER-POINT              PIC 9(5).
           05  IM-PRICE-EFF-DATE             PIC 9(8).
           05  IM-PENDING-PRICE              PIC 9(7)V99.
           05  IM-ITEM-CATEGORY              PIC X(4).
           05  IM-AGE-MIN                    PIC 99.
           05  IM-AGE-MAX                    PIC 99.
           05  FILLER                        PIC X(6).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- THE SPONSOR-ASSIGNMENT RECORD AS-IS, KEYED  *
      * BY SPONSOR THEN CHILD SO EACH SPONSOR'S CHILDREN COME OFF THE *
      * SORT TOGETHER                                                 *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-SPONSOR-GIFT-RECORD.
      *
       01  SD-SPONSOR-GIFT-RECORD.
           05  SD-CLIENT-ID                  PIC X(5).
           05  SD-SPONSOR-ID                 PIC X(5).
           05  SD-CLIENT-NAME                PIC X(25).
           05  SD-CLIENT-DOB                 PIC X(10).
           05  SD-CUTOFF-DATE                PIC 9(8).
           05  SD-WISH OCCURS 3 TIMES.
               10  SD-WISH-ITEM              PIC X(5).
               10  SD-WISH-PRIORITY          PIC 9.
           05  SD-REGION-CODE                PIC X.
           05  SD-RUN-DATE                   PIC 9(8).
      *
       FD  PACKET-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PACKET-RECORD.
      *
       01  PACKET-RECORD                     PIC X(132).
      *
      *---------------------------------------------------------------*
      * RUN-CONTROL DATE CARD SHARED BY THE WHOLE CHRSTMAS STREAM     *
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
          05 WS-IN-PACKET-SW                PIC X.
             88 WS-IN-PACKET                          VALUE 'Y'.
             88 WS-IN-PACKET-NOT                      VALUE 'N'.
          05 WS-SPONMST-AVAIL-SW            PIC X.
             88 WS-SPONMST-AVAILABLE                  VALUE 'Y'.
             88 WS-SPONMST-UNAVAILABLE                VALUE 'N'.
          05 WS-ITEMMST-AVAIL-SW            PIC X.
             88 WS-ITEMMST-AVAILABLE                  VALUE 'Y'.
             88 WS-ITEMMST-UNAVAILABLE                VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
      *
       01 WS-SPONGIFT-FILE-STATUS           PIC XX.
      *
       01 WS-SPONMST-FILE-STATUS            PIC XX.
      *
       01 WS-ITEMMST-FILE-STATUS            PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-PREV-SPONSOR-ID             PIC X(5).
          05 WS-PACKETS-PRODUCED            PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-CHILDREN-LISTED             PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-SPONSORS-MISSING            PIC S9(5) COMP-3
                                                      VALUE ZERO.
          05 WS-WISH-IDX                    PIC S9(4) BINARY.
      *
      *---------------------------------------------------------------*
      * FIRST-NAME EXTRACTION -- A "LAST, FIRST" NAME SPLITS ON THE   *
      * COMMA AND TAKES THE WORD AFTER IT; A "FIRST LAST" NAME TAKES  *
      * ITS FIRST WORD. THE SPONSOR NEVER SEES THE SURNAME.           *
      *---------------------------------------------------------------*
       01 WS-NAME-WORK.
          05 WS-NAME-PART-1                 PIC X(25).
          05 WS-NAME-PART-2                 PIC X(25).
          05 WS-NAME-REST                   PIC X(25).
          05 WS-FIRST-NAME                  PIC X(15).
          05 WS-NAME-PTR                    PIC S9(4) BINARY.
      *
      *---------------------------------------------------------------*
      * DOB IS CCYY-MM-DD. AGE IN YEARS AS OF THE RUN DATE, COMPUTED  *
      * THE SAME WAY GIFTSEL'S C3100-CHECK-AGE DOES, THEN BANDED SO   *
      * THE PACKET NEVER CARRIES A BIRTH DATE                         *
      *---------------------------------------------------------------*
       01 WS-DOB-DATE-NUM                   PIC 9(8).
       01 WS-AGE-DAYS                       PIC S9(9) BINARY.
       01 WS-AGE-YEARS                      PIC S9(3) PACKED-DECIMAL.
       01 WS-AGE-BAND                       PIC X(15).
      *
       01 WS-PACKET-DATE-LINE.
          05 PKT-YYYY                       PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 PKT-MM                         PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 PKT-DD                         PIC 99.
          05 FILLER                         PIC X(88) VALUE SPACES.
          05 FILLER                         PIC X(9)  VALUE
             'SPONSOR'.
          05 PKT-SPONSOR-ID                 PIC X(5).
          05 FILLER                         PIC X(20) VALUE SPACES.
      *
       01 WS-PACKET-NAME-LINE.
          05 PKT-SPONSOR-NAME               PIC X(30).
          05 FILLER                         PIC X(102) VALUE SPACES.
      *
       01 WS-ADDR-STREET-LINE.
          05 ADDR-STREET                    PIC X(18).
          05 FILLER                         PIC X(114) VALUE SPACES.
      *
       01 WS-ADDR-CSP-LINE.
          05 ADDR-CITY                      PIC X(12).
          05 FILLER                         PIC X     VALUE SPACES.
          05 ADDR-STATE                     PIC X(2).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 ADDR-POSTAL                    PIC X(5).
          05 FILLER                         PIC X(110) VALUE SPACES.
      *
       01 WS-PACKET-CHILD-LINE.
          05 FILLER                         PIC X(5)  VALUE SPACES.
          05 FILLER                         PIC X(7)  VALUE 'CHILD:'.
          05 PKT-FIRST-NAME                 PIC X(15).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 PKT-AGE-BAND                   PIC X(15).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(9)  VALUE 'TAG NO.'.
          05 PKT-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 FILLER                         PIC X(18) VALUE
             'DROP OFF BY'.
          05 PKT-CUTOFF-YYYY                PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 PKT-CUTOFF-MM                  PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 PKT-CUTOFF-DD                  PIC 99.
          05 FILLER                         PIC X(39) VALUE SPACES.
      *
       01 WS-PACKET-WISH-LINE.
          05 FILLER                         PIC X(12) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'WISH'.
          05 PKT-WISH-SEQ                   PIC 9.
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 PKT-WISH-ITEM                  PIC X(5).
          05 FILLER                         PIC X(3)  VALUE SPACES.
          05 PKT-WISH-DESC                  PIC X(25).
          05 FILLER                         PIC X(77) VALUE SPACES.
      *
       01 WS-PACKET-TOTALS-LINE.
          05 FILLER                         PIC X(26) VALUE
             '*** PACKETS PRODUCED ***'.
          05 PKT-TOTAL-COUNT                PIC ZZ,ZZ9.
          05 FILLER                         PIC X(100) VALUE SPACES.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * RESEQUENCE THE SPONSORED CHILDREN BY SPONSOR AND PRINT EACH   *
      * SPONSOR'S PACKET ONCE                                         *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-SPONSOR-ID SD-CLIENT-ID
              INPUT  PROCEDURE IS C0000-RELEASE-CHILDREN
              OUTPUT PROCEDURE IS D0000-WRITE-PACKETS
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS TO TRUE
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO PKT-YYYY
           MOVE WS-DATE (5:2) TO PKT-MM
           MOVE WS-DATE (7:2) TO PKT-DD
           .

      ******************************************************************
       A0500-GET-RUN-DATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD   *
      * THE SAME WAY GIFTSEL'S A0500-GET-RUN-DATE DOES. NO CARD (OR   *
      * A BAD ONE) FALLS BACK TO YESTERDAY'S DATE WITH A WARNING.     *
      *---------------------------------------------------------------*
           SET  WS-RUN-DATE-SET-NOT TO TRUE
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
                       MOVE RD-RUN-DATE TO WS-DATE
                       SET  WS-RUN-DATE-SET TO TRUE
                    END-IF
              END-READ
      *
              CLOSE RUN-DATE-FILE
           END-IF
      *
           IF WS-RUN-DATE-SET-NOT
              DISPLAY 'WARNING: RUN-DATE CARD MISSING OR INVALID '
                      '(STATUS ' WS-RUNDATE-FILE-STATUS ') -- '
                      'USING YESTERDAY''S DATE'
              MOVE FUNCTION CURRENT-DATE
                                  TO WS-CURRENT-DATE
              COMPUTE WS-DATE = FUNCTION DATE-OF-INTEGER (
                                   FUNCTION INTEGER-OF-DATE (WS-DATE)
                                   - 1)
           END-IF
           .

      ******************************************************************
       B0000-OPEN-FILES.
      ******************************************************************

      *---------------------------------------------------------------*
      * A MISSING SPONSOR-ASSIGNMENT FILE JUST MEANS NO PACKETS       *
      * TONIGHT -- SAY SO AND END CLEANLY                             *
      *---------------------------------------------------------------*
           OPEN INPUT SPONSOR-GIFT-FILE
      *
           IF WS-SPONGIFT-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: SPONSOR-ASSIGNMENT FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-SPONGIFT-FILE-STATUS ') -- '
                      'NO PACKETS PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN OUTPUT PACKET-FILE
      *
      *---------------------------------------------------------------*
      * A MASTER THAT WON'T OPEN COSTS THE SPONSOR'S ADDRESS OR THE   *
      * WISH DESCRIPTIONS, NOT THE PACKETS                            *
      *---------------------------------------------------------------*
           SET  WS-SPONMST-AVAILABLE TO TRUE
           OPEN INPUT SPONSOR-MASTER
           IF WS-SPONMST-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: SPONSOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-SPONMST-FILE-STATUS ') -- '
                      'PACKETS GO OUT WITHOUT SPONSOR ADDRESSES'
              SET WS-SPONMST-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           SET  WS-ITEMMST-AVAILABLE TO TRUE
           OPEN INPUT ITEM-MASTER
           IF WS-ITEMMST-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: ITEM-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-ITEMMST-FILE-STATUS ') -- '
                      'WISHES LISTED WITHOUT DESCRIPTIONS'
              SET WS-ITEMMST-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-RELEASE-CHILDREN.
      ******************************************************************

           PERFORM X1000-READ-RECORD
      *
           PERFORM UNTIL NO-MORE-RECORDS
              MOVE SPONSOR-GIFT-RECORD TO SD-SPONSOR-GIFT-RECORD
              RELEASE SD-SPONSOR-GIFT-RECORD
              PERFORM X1000-READ-RECORD
           END-PERFORM
           .

      ******************************************************************
       D0000-WRITE-PACKETS.
      ******************************************************************

      *---------------------------------------------------------------*
      * CONSUME THE SORTED CHILDREN WITH A CONTROL BREAK ON SPONSOR   *
      * -- PACKET HEAD AT THE START OF EACH SPONSOR, ONE CHILD BLOCK  *
      * PER CLIENT, PACKET TAIL AT THE BREAK                          *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           SET  WS-IN-PACKET-NOT    TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-SPONSOR-ID
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    IF WS-IN-PACKET
                       PERFORM D3000-FINISH-PACKET
                    END-IF
                 NOT AT END
                    PERFORM D1000-ONE-SORTED-CHILD
              END-RETURN
           END-PERFORM
           .

      ******************************************************************
       D1000-ONE-SORTED-CHILD.
      ******************************************************************

           IF SD-SPONSOR-ID NOT = WS-PREV-SPONSOR-ID
              IF WS-IN-PACKET
                 PERFORM D3000-FINISH-PACKET
              END-IF
              PERFORM D2000-START-PACKET
              MOVE SD-SPONSOR-ID TO WS-PREV-SPONSOR-ID
           END-IF
      *
           PERFORM D1100-GET-FIRST-NAME
           PERFORM D1200-GET-AGE-BAND
      *
           MOVE WS-FIRST-NAME          TO PKT-FIRST-NAME
           MOVE WS-AGE-BAND            TO PKT-AGE-BAND
           MOVE SD-CLIENT-ID           TO PKT-CLIENT-ID
           MOVE SD-CUTOFF-DATE (1:4)   TO PKT-CUTOFF-YYYY
           MOVE SD-CUTOFF-DATE (5:2)   TO PKT-CUTOFF-MM
           MOVE SD-CUTOFF-DATE (7:2)   TO PKT-CUTOFF-DD
           WRITE PACKET-RECORD FROM WS-PACKET-CHILD-LINE
              AFTER 2
      *
           PERFORM D1300-WRITE-WISH-LINE
              VARYING WS-WISH-IDX FROM 1 BY 1
              UNTIL WS-WISH-IDX > 3
      *
           ADD 1 TO WS-CHILDREN-LISTED
           .

      ******************************************************************
       D1100-GET-FIRST-NAME.
      ******************************************************************

           MOVE SPACES TO WS-NAME-WORK
      *
           UNSTRING SD-CLIENT-NAME DELIMITED BY ','
              INTO WS-NAME-PART-1 WS-NAME-PART-2
           END-UNSTRING
      *
           IF WS-NAME-PART-2 = SPACES
              MOVE WS-NAME-PART-1 TO WS-NAME-REST
           ELSE
              MOVE WS-NAME-PART-2 TO WS-NAME-REST
           END-IF
      *
      * SKIP THE BLANK(S) LEFT AFTER THE COMMA BEFORE TAKING THE WORD
      *
           MOVE 1 TO WS-NAME-PTR
           INSPECT WS-NAME-REST TALLYING WS-NAME-PTR
              FOR LEADING SPACES
           IF WS-NAME-PTR > 25
              MOVE 'YOUR CHILD' TO WS-FIRST-NAME
           ELSE
              UNSTRING WS-NAME-REST DELIMITED BY ALL SPACES
                 INTO WS-FIRST-NAME
                 WITH POINTER WS-NAME-PTR
              END-UNSTRING
           END-IF
           .

      ******************************************************************
       D1200-GET-AGE-BAND.
      ******************************************************************

      *---------------------------------------------------------------*
      * BANDS MATCH THE CATALOG'S AGE RANGES: 0-2, 3-5, 6-8, 9-12. A  *
      * DOB THAT ISN'T A USABLE DATE PRINTS AS AGE NOT ON FILE.       *
      *---------------------------------------------------------------*
           MOVE SD-CLIENT-DOB (1:4) TO WS-DOB-DATE-NUM (1:4)
           MOVE SD-CLIENT-DOB (6:2) TO WS-DOB-DATE-NUM (5:2)
           MOVE SD-CLIENT-DOB (9:2) TO WS-DOB-DATE-NUM (7:2)
      *
           IF WS-DOB-DATE-NUM IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-DOB-DATE-NUM) NOT = 0
              OR WS-DOB-DATE-NUM > WS-DATE
              MOVE 'AGE NOT ON FILE' TO WS-AGE-BAND
           ELSE
              COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-DATE)
                 - FUNCTION INTEGER-OF-DATE (WS-DOB-DATE-NUM)
              COMPUTE WS-AGE-YEARS = WS-AGE-DAYS / 365
      *
              EVALUATE TRUE
                 WHEN WS-AGE-YEARS <= 2
                    MOVE 'AGES 0 TO 2'  TO WS-AGE-BAND
                 WHEN WS-AGE-YEARS <= 5
                    MOVE 'AGES 3 TO 5'  TO WS-AGE-BAND
                 WHEN WS-AGE-YEARS <= 8
                    MOVE 'AGES 6 TO 8'  TO WS-AGE-BAND
                 WHEN OTHER
                    MOVE 'AGES 9 TO 12' TO WS-AGE-BAND
              END-EVALUATE
           END-IF
           .

      ******************************************************************
       D1300-WRITE-WISH-LINE.
      ******************************************************************

           IF SD-WISH-ITEM (WS-WISH-IDX) NOT = SPACES
              MOVE WS-WISH-IDX                TO PKT-WISH-SEQ
              MOVE SD-WISH-ITEM (WS-WISH-IDX) TO PKT-WISH-ITEM
              MOVE SPACES                     TO PKT-WISH-DESC
      *
              IF WS-ITEMMST-AVAILABLE
                 MOVE SD-WISH-ITEM (WS-WISH-IDX) TO IM-ITEM-NUMBER
                 READ ITEM-MASTER
                    INVALID KEY
                       MOVE '(SEE PROGRAM OFFICE)' TO PKT-WISH-DESC
                    NOT INVALID KEY
                       MOVE IM-ITEM-DESCRIPTION    TO PKT-WISH-DESC
                 END-READ
              END-IF
      *
              WRITE PACKET-RECORD FROM WS-PACKET-WISH-LINE
                 AFTER 1
           END-IF
           .

      ******************************************************************
       D2000-START-PACKET.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE PACKET PER PAGE -- DATE LINE THROWS TO TOP-PAGE THE SAME  *
      * WAY AGELTR'S LETTERS DO. SPONSOR NAME AND ADDRESS COME OFF    *
      * THE SPONSOR MASTER; A SPONSOR NOT ON FILE GETS THE PACKET     *
      * UNDER THEIR ID SO THE OFFICE CAN CHASE IT.                    *
      *---------------------------------------------------------------*
           SET  WS-IN-PACKET  TO TRUE
           MOVE SD-SPONSOR-ID TO PKT-SPONSOR-ID
      *
           WRITE PACKET-RECORD FROM WS-PACKET-DATE-LINE
              AFTER TOP-PAGE
      *
           MOVE SPACES TO SP-SPONSOR-NAME
           IF WS-SPONMST-AVAILABLE
              MOVE SD-SPONSOR-ID TO SP-SPONSOR-ID
              READ SPONSOR-MASTER
                 INVALID KEY
                    MOVE SPACES TO SP-SPONSOR-NAME
              END-READ
           END-IF
      *
           IF SP-SPONSOR-NAME = SPACES
              ADD  1 TO WS-SPONSORS-MISSING
              MOVE '** SPONSOR NOT ON MASTER **' TO PKT-SPONSOR-NAME
              WRITE PACKET-RECORD FROM WS-PACKET-NAME-LINE
                 AFTER 3
           ELSE
              MOVE SP-SPONSOR-NAME TO PKT-SPONSOR-NAME
              MOVE SP-STREET-ADDR  TO ADDR-STREET
              MOVE SP-CITY         TO ADDR-CITY
              MOVE SP-STATE        TO ADDR-STATE
              MOVE SP-POSTAL-CODE  TO ADDR-POSTAL
              WRITE PACKET-RECORD FROM WS-PACKET-NAME-LINE
                 AFTER 3
              WRITE PACKET-RECORD FROM WS-ADDR-STREET-LINE
                 AFTER 1
              WRITE PACKET-RECORD FROM WS-ADDR-CSP-LINE
                 AFTER 1
           END-IF
      *
           MOVE SPACES TO PACKET-RECORD
           MOVE 'THANK YOU FOR ADOPTING A CHILD THROUGH THE '
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 3
           MOVE 'CHRISTMAS WISH PROGRAM. BELOW ARE THE CHILDREN YOU '
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
           MOVE 'ARE SHOPPING FOR AND THEIR TOP WISHES, MOST WANTED '
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
           MOVE 'FIRST. PLEASE MARK EACH GIFT WITH THE CHILD''S TAG '
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
           MOVE 'NUMBER AND DROP IT OFF BY THE DATE SHOWN.'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
           .

      ******************************************************************
       D3000-FINISH-PACKET.
      ******************************************************************

           MOVE SPACES TO PACKET-RECORD
           MOVE 'IF YOU HAVE ANY QUESTIONS, PLEASE CONTACT THE '
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 3
           MOVE 'PROGRAM OFFICE:'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
      *
           MOVE '     CHRISTMAS WISH PROGRAM OFFICE'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 2
           MOVE '     TELEPHONE 555-0199'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 1
      *
           MOVE 'WITH WARM WISHES,'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 3
           MOVE 'THE CHRISTMAS WISH PROGRAM'
                                 TO PACKET-RECORD
           WRITE PACKET-RECORD
              AFTER 2
      *
           ADD  1 TO WS-PACKETS-PRODUCED
           SET  WS-IN-PACKET-NOT TO TRUE
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           MOVE WS-PACKETS-PRODUCED TO PKT-TOTAL-COUNT
           WRITE PACKET-RECORD FROM WS-PACKET-TOTALS-LINE
              AFTER TOP-PAGE
      *
           DISPLAY ' '
           DISPLAY 'SPONSOR PACKET RUN SUMMARY'
           DISPLAY '  SPONSOR PACKETS PRODUCED:   ' WS-PACKETS-PRODUCED
           DISPLAY '  CHILDREN LISTED:            ' WS-CHILDREN-LISTED
           DISPLAY '  SPONSORS NOT ON MASTER:     '
                   WS-SPONSORS-MISSING
      *
           IF WS-SPONSORS-MISSING > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE SPONSOR-GIFT-FILE
                 PACKET-FILE
      *
           IF WS-SPONMST-AVAILABLE
              CLOSE SPONSOR-MASTER
           END-IF
      *
           IF WS-ITEMMST-AVAILABLE
              CLOSE ITEM-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-RECORD.
      ******************************************************************

           READ SPONSOR-GIFT-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
           END-READ
           .
