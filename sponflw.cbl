      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   SPONFLW.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> SPONSOR DROP-OFF FOLLOW-UP LIST: WALK THE      *
      *                SPONSORSHIP FILE AND LIST EVERY CHILD ADOPTED  *
      *                FOR THE RUN-DATE SEASON WHOSE SPONSOR'S GIFT   *
      *                HAS NOT BEEN DROPPED OFF BY THE CUTOFF DATE    *
      *                THE SPONSOR WAS GIVEN. THE LIST IS SORTED BY   *
      *                SPONSOR AND CARRIES THE SPONSOR'S NAME AND     *
      *                PHONE SO VOLUNTEERS CAN WORK IT STRAIGHT DOWN  *
      *                THE PAGE, WITH THE DAYS PAST THE CUTOFF.       *
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
           SELECT SPONSORSHIP-FILE ASSIGN TO SPONSHIP
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SS-CLIENT-ID
                  FILE STATUS IS WS-SPONSHIP-FILE-STATUS.
           SELECT SPONSOR-MASTER  ASSIGN TO SPONMST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SP-SPONSOR-ID
                  FILE STATUS IS WS-SPONMST-FILE-STATUS.
           SELECT CLIENT-MASTER   ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT SORT-WORK-FILE  ASSIGN TO UT-S-SORTWK.
           SELECT FOLLOW-UP-FILE  ASSIGN TO UT-S-SPONFLW.
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
      * SPONSORSHIP FILE -- INDEXED, KEYED ON THE SPONSORED CLIENT,   *
      * MAINTAINED BY SPONMNT. READ HERE IN KEY ORDER.                *
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
           05  SS-CUTOFF-DATE-X REDEFINES SS-CUTOFF-DATE
                                             PIC X(8).
           05  SS-DROP-DATE                  PIC 9(8).
           05  FILLER                        PIC X(41).
      *
      *---------------------------------------------------------------*
      * SPONSOR MASTER -- READ BY KEY FOR THE SPONSOR'S NAME/PHONE    *
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
      * AUTHORITATIVE CLIENT MASTER -- READ BY KEY FOR THE CHILD'S    *
      * NAME                                                          *
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
      * SORT WORK FILE -- ONE RECORD PER OVERDUE SPONSORSHIP, KEYED   *
      * BY SPONSOR THEN CHILD                                         *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-OVERDUE-RECORD.
      *
       01  SD-OVERDUE-RECORD.
           05  SD-SPONSOR-ID                 PIC X(5).
           05  SD-CLIENT-ID                  PIC X(5).
           05  SD-ADOPT-DATE                 PIC 9(8).
           05  SD-CUTOFF-DATE                PIC 9(8).
           05  SD-DAYS-OVERDUE               PIC S9(5) COMP-3.
      *
       FD  FOLLOW-UP-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FOLLOW-UP-RECORD.
      *
       01  FOLLOW-UP-RECORD                  PIC X(132).
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
          05 WS-SPONMST-AVAIL-SW            PIC X.
             88 WS-SPONMST-AVAILABLE                  VALUE 'Y'.
             88 WS-SPONMST-UNAVAILABLE                VALUE 'N'.
          05 WS-CLIENTMS-AVAIL-SW           PIC X.
             88 WS-CLIENTMS-AVAILABLE                 VALUE 'Y'.
             88 WS-CLIENTMS-UNAVAILABLE               VALUE 'N'.
          05 WS-RUN-DATE-SET-SW             PIC X.
             88 WS-RUN-DATE-SET                       VALUE 'Y'.
             88 WS-RUN-DATE-SET-NOT                   VALUE 'N'.
      *
       01 WS-SPONSHIP-FILE-STATUS           PIC XX.
      *
       01 WS-SPONMST-FILE-STATUS            PIC XX.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-RUNDATE-FILE-STATUS            PIC XX.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PREV-SPONSOR-ID             PIC X(5).
          05 WS-LAST-COUNTED-SPONSOR        PIC X(5).
          05 WS-RECORDS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SEASON-SPONSORSHIPS         PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GIFTS-RECEIVED              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GIFTS-OVERDUE               PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-SPONSORS-TO-CALL            PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
      *
       01 WS-FLW-HEADING-1.
          05 FLW-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 FLW-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 FLW-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(29) VALUE SPACES.
          05 FILLER                         PIC X(40) VALUE
             'SPONSOR GIFT DROP-OFF FOLLOW-UP LIST'.
          05 FILLER                         PIC X(44) VALUE SPACES.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 FLW-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-FLW-HEADING-2.
          05 FILLER                         PIC X(8)  VALUE 'SPONSOR'.
          05 FILLER                         PIC X(32) VALUE 'NAME'.
          05 FILLER                         PIC X(13) VALUE 'PHONE'.
          05 FILLER                         PIC X(8)  VALUE 'CLIENT'.
          05 FILLER                         PIC X(27) VALUE
             'CHILD'.
          05 FILLER                         PIC X(11) VALUE 'ADOPTED'.
          05 FILLER                         PIC X(11) VALUE 'CUTOFF'.
          05 FILLER                         PIC X(22) VALUE
             'DAYS OVERDUE'.
      *
       01 WS-FLW-DETAIL.
          05 FLW-SPONSOR-ID                 PIC X(5).
          05 FILLER                         PIC X(3).
          05 FLW-SPONSOR-NAME               PIC X(30).
          05 FILLER                         PIC X(2).
          05 FLW-PHONE                      PIC X(10).
          05 FILLER                         PIC X(3).
          05 FLW-CLIENT-ID                  PIC X(5).
          05 FILLER                         PIC X(3).
          05 FLW-CLIENT-NAME                PIC X(25).
          05 FILLER                         PIC X(2).
          05 FLW-ADOPT-DATE                 PIC 9(8).
          05 FILLER                         PIC X(3).
          05 FLW-CUTOFF-DATE                PIC 9(8).
          05 FILLER                         PIC X(3).
          05 FLW-DAYS-OVERDUE               PIC ZZ,ZZ9.
          05 FILLER                         PIC X(16).
      *
       01 WS-FLW-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO SPONSOR GIFTS OVERDUE THIS SEASON'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * PICK THE OVERDUE SPONSORSHIPS OFF THE FILE, RESEQUENCE THEM   *
      * BY SPONSOR, AND PRINT THE CALL LIST                           *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-SPONSOR-ID SD-CLIENT-ID
              INPUT  PROCEDURE IS C0000-SELECT-OVERDUE
              OUTPUT PROCEDURE IS D0000-WRITE-FOLLOW-UP
      *
           PERFORM E0000-WRITE-TOTALS
           PERFORM F0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS      TO TRUE
           MOVE ZERO              TO WS-PAGE
           MOVE WS-LINES-PER-PAGE TO WS-LINE
      *
           PERFORM A0500-GET-RUN-DATE
      *
           MOVE WS-DATE (1:4) TO FLW-HDG-YYYY
           MOVE WS-DATE (5:2) TO FLW-HDG-MM
           MOVE WS-DATE (7:2) TO FLW-HDG-DD
           .

      ******************************************************************
       A0500-GET-RUN-DATE.
      ******************************************************************

      *---------------------------------------------------------------*
      * READ THE BUSINESS DATE OFF THE SHARED RUN-CONTROL DATE CARD   *
      * THE SAME WAY INTFUNC'S A0500-GET-RUN-DATE DOES. NO CARD (OR   *
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
      * NO SPONSORSHIP FILE MEANS NO ONE HAS ADOPTED YET -- NOTHING   *
      * TO FOLLOW UP. A SPONSOR OR CLIENT MASTER THAT WON'T OPEN      *
      * COSTS THE NAMES ON THE LIST, NOT THE LIST.                    *
      *---------------------------------------------------------------*
           OPEN INPUT SPONSORSHIP-FILE
           IF WS-SPONSHIP-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: SPONSORSHIP FILE COULD NOT BE OPENED '
                      '(STATUS ' WS-SPONSHIP-FILE-STATUS ') -- '
                      'NO FOLLOW-UP LIST PRODUCED'
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
      *
           OPEN OUTPUT FOLLOW-UP-FILE
      *
           SET  WS-SPONMST-AVAILABLE TO TRUE
           OPEN INPUT SPONSOR-MASTER
           IF WS-SPONMST-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: SPONSOR-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-SPONMST-FILE-STATUS ') -- '
                      'LIST GOES OUT WITHOUT SPONSOR NAMES'
              SET WS-SPONMST-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           SET  WS-CLIENTMS-AVAILABLE TO TRUE
           OPEN INPUT CLIENT-MASTER
           IF WS-CLIENTMS-FILE-STATUS NOT = '00'
              DISPLAY 'WARNING: CLIENT-MASTER COULD NOT BE OPENED '
                      '(STATUS ' WS-CLIENTMS-FILE-STATUS ') -- '
                      'LIST GOES OUT WITHOUT CHILD NAMES'
              SET WS-CLIENTMS-UNAVAILABLE TO TRUE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       C0000-SELECT-OVERDUE.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONLY THIS SEASON'S SPONSORSHIPS COUNT. A RECEIVED GIFT IS     *
      * DONE AND A WITHDRAWN ONE WENT BACK TO THE WAREHOUSE; AN OPEN  *
      * ONE IS OVERDUE ONCE THE RUN DATE IS PAST ITS CUTOFF. A CUTOFF *
      * THAT ISN'T A DATE CAN'T BE JUDGED -- LIST IT AT ZERO DAYS SO  *
      * SOMEONE FIXES IT.                                             *
      *---------------------------------------------------------------*
           PERFORM X1000-READ-RECORD
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF SS-SEASON-YEAR = WS-DATE (1:4)
                 ADD 1 TO WS-SEASON-SPONSORSHIPS
                 EVALUATE TRUE
                    WHEN SS-STATUS = 'R'
                       ADD 1 TO WS-GIFTS-RECEIVED
                    WHEN SS-STATUS NOT = 'A'
                       CONTINUE
                    WHEN SS-CUTOFF-DATE-X NOT NUMERIC
                      OR SS-CUTOFF-DATE = ZERO
                       MOVE ZERO TO SD-DAYS-OVERDUE
                       PERFORM C1000-RELEASE-OVERDUE
                    WHEN SS-CUTOFF-DATE < WS-DATE
                       COMPUTE SD-DAYS-OVERDUE =
                          FUNCTION INTEGER-OF-DATE (WS-DATE)
                          - FUNCTION INTEGER-OF-DATE (SS-CUTOFF-DATE)
                       PERFORM C1000-RELEASE-OVERDUE
                 END-EVALUATE
              END-IF
              PERFORM X1000-READ-RECORD
           END-PERFORM
           .

      ******************************************************************
       C1000-RELEASE-OVERDUE.
      ******************************************************************

           MOVE SS-SPONSOR-ID  TO SD-SPONSOR-ID
           MOVE SS-CLIENT-ID   TO SD-CLIENT-ID
           MOVE SS-ADOPT-DATE  TO SD-ADOPT-DATE
           MOVE SS-CUTOFF-DATE TO SD-CUTOFF-DATE
           RELEASE SD-OVERDUE-RECORD
           ADD 1 TO WS-GIFTS-OVERDUE
           .

      ******************************************************************
       D0000-WRITE-FOLLOW-UP.
      ******************************************************************

           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-SPONSOR-ID
                                       WS-LAST-COUNTED-SPONSOR
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                 NOT AT END
                    PERFORM D1000-WRITE-FOLLOW-UP-LINE
              END-RETURN
           END-PERFORM
      *
      *---------------------------------------------------------------*
      * AN EMPTY LIST STILL GOES OUT WITH ITS HEADINGS, SO THE        *
      * VOLUNTEERS CAN SEE THE RUN FOUND NOTHING RATHER THAN MISSED   *
      *---------------------------------------------------------------*
           IF WS-GIFTS-OVERDUE = ZERO
              PERFORM D2000-WRITE-HEADINGS
              WRITE FOLLOW-UP-RECORD FROM WS-FLW-NONE-LINE
                 AFTER 2
              ADD 2 TO WS-LINE
           END-IF
           .

      ******************************************************************
       D1000-WRITE-FOLLOW-UP-LINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * THE SPONSOR'S NAME AND PHONE PRINT ON THEIR FIRST LINE ONLY,  *
      * SO ONE CALL COVERS EVERY CHILD UNDER IT -- AND AGAIN AT THE   *
      * TOP OF A NEW PAGE SO A CONTINUED SPONSOR ISN'T ORPHANED       *
      *---------------------------------------------------------------*
           IF WS-LINE >= WS-LINES-PER-PAGE
              PERFORM D2000-WRITE-HEADINGS
              MOVE LOW-VALUES TO WS-PREV-SPONSOR-ID
           END-IF
      *
           MOVE SPACES TO WS-FLW-DETAIL
           IF SD-SPONSOR-ID NOT = WS-PREV-SPONSOR-ID
              PERFORM D1100-GET-SPONSOR
              MOVE SD-SPONSOR-ID   TO FLW-SPONSOR-ID
              MOVE SP-SPONSOR-NAME TO FLW-SPONSOR-NAME
              MOVE SP-PHONE        TO FLW-PHONE
              MOVE SD-SPONSOR-ID   TO WS-PREV-SPONSOR-ID
           END-IF
      *
           IF SD-SPONSOR-ID NOT = WS-LAST-COUNTED-SPONSOR
              ADD  1             TO WS-SPONSORS-TO-CALL
              MOVE SD-SPONSOR-ID TO WS-LAST-COUNTED-SPONSOR
           END-IF
      *
           PERFORM D1200-GET-CLIENT
           MOVE SD-CLIENT-ID    TO FLW-CLIENT-ID
           MOVE CM-CLIENT-NAME  TO FLW-CLIENT-NAME
           MOVE SD-ADOPT-DATE   TO FLW-ADOPT-DATE
           MOVE SD-CUTOFF-DATE  TO FLW-CUTOFF-DATE
           MOVE SD-DAYS-OVERDUE TO FLW-DAYS-OVERDUE
      *
           WRITE FOLLOW-UP-RECORD FROM WS-FLW-DETAIL
              AFTER 1
           ADD 1 TO WS-LINE
           .

      ******************************************************************
       D1100-GET-SPONSOR.
      ******************************************************************

           MOVE '** SPONSOR NOT ON MASTER **' TO SP-SPONSOR-NAME
           MOVE SPACES                        TO SP-PHONE
      *
           IF WS-SPONMST-AVAILABLE
              MOVE SD-SPONSOR-ID TO SP-SPONSOR-ID
              READ SPONSOR-MASTER
                 INVALID KEY
                    MOVE '** SPONSOR NOT ON MASTER **'
                                   TO SP-SPONSOR-NAME
                    MOVE SPACES    TO SP-PHONE
              END-READ
           END-IF
           .

      ******************************************************************
       D1200-GET-CLIENT.
      ******************************************************************

           MOVE '* CLIENT NOT ON MASTER *' TO CM-CLIENT-NAME
      *
           IF WS-CLIENTMS-AVAILABLE
              MOVE SD-CLIENT-ID TO CM-CLIENT-ID
              READ CLIENT-MASTER
                 INVALID KEY
                    MOVE '* CLIENT NOT ON MASTER *'
                                   TO CM-CLIENT-NAME
              END-READ
           END-IF
           .

      ******************************************************************
       D2000-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO FLW-HDG-PAGE
      *
           WRITE FOLLOW-UP-RECORD FROM WS-FLW-HEADING-1
              AFTER TOP-PAGE
           WRITE FOLLOW-UP-RECORD FROM WS-FLW-HEADING-2
              AFTER 2
           .

      ******************************************************************
       E0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'SPONSOR FOLLOW-UP SUMMARY'
           DISPLAY '  SPONSORSHIP RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY '  THIS SEASON''S ADOPTIONS:   '
                   WS-SEASON-SPONSORSHIPS
           DISPLAY '  GIFTS RECEIVED:            ' WS-GIFTS-RECEIVED
           DISPLAY '  GIFTS OVERDUE:             ' WS-GIFTS-OVERDUE
           DISPLAY '  SPONSORS TO CALL:          ' WS-SPONSORS-TO-CALL
      *
           IF WS-GIFTS-OVERDUE > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       F0000-CLOSE-FILES.
      ******************************************************************

           CLOSE SPONSORSHIP-FILE
                 FOLLOW-UP-FILE
      *
           IF WS-SPONMST-AVAILABLE
              CLOSE SPONSOR-MASTER
           END-IF
      *
           IF WS-CLIENTMS-AVAILABLE
              CLOSE CLIENT-MASTER
           END-IF
           .

      ******************************************************************
       X1000-READ-RECORD.
      ******************************************************************

           READ SPONSORSHIP-FILE
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORDS-READ
           END-READ
           .
