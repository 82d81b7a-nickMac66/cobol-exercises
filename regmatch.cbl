      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   REGMATCH.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PARTNER-AGENCY CROSS-ENROLLMENT REVIEW         *
      *                LISTING. MATCH THE REGISTRY FILES THE OTHER    *
      *                TOY DRIVES SEND US (CONCATENATED, IN THE       *
      *                AGREED LAYOUT REGEXTR WRITES) AGAINST OUR      *
      *                ACTIVE CLIENTS ON THE CLIENT MASTER, IN TWO    *
      *                PASSES:                                        *
      *                  PASS 1 - SAME DATE OF BIRTH                  *
      *                  PASS 2 - SAME NAME, DATE OF BIRTH DIFFERS    *
      *                AND LIST EVERY OURS-TO-PARTNER PAIR WHOSE      *
      *                SCORE REACHES THE LISTING THRESHOLD, WITH ITS  *
      *                MATCH CONFIDENCE. NAMES AND STREETS COMPARE    *
      *                WITHOUT REGARD TO CASE. EACH FILE'S HEADER AND *
      *                TRAILER ARE CHECKED AND ANY FILE WHOSE TRAILER *
      *                COUNT DISAGREES IS REPORTED (RC=4). NOTHING IS *
      *                CHANGED HERE -- THE COORDINATOR CONFIRMS A     *
      *                MATCH WITH THE PARTNER AND KEYS A CLIENTMNT    *
      *                'P' (REGISTRY) TRANSACTION, WHICH HAS INTFUNC  *
      *                HOLD THE CHILD'S WISHES FOR REVIEW. RUN ON     *
      *                DEMAND, WHENEVER THE PARTNERS EXCHANGE FILES.  *
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
           SELECT PARTNER-FILE   ASSIGN TO UT-S-PARTNER
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PARTNER-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO UT-S-SORTWK.
           SELECT XENR-REPORT    ASSIGN TO UT-S-XENRRPT.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- BROWSED IN KEY ORDER ONCE PER  *
      * PASS. CM-REGISTRY-STATUS AND CM-REGISTRY-AGENCY ARE THE       *
      * REGISTRY FLAG CLIENTMNT SETS, SHOWN ON THE LISTING SO A MATCH *
      * ALREADY WORKED IS NOT WORKED TWICE.                           *
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
           05  CM-REGISTRY-STATUS            PIC X.
           05  CM-REGISTRY-AGENCY            PIC X(3).
           05  FILLER                        PIC X(8).
      *
      *---------------------------------------------------------------*
      * PARTNER-AGENCY REGISTRY FILES -- THE AGREED 150-BYTE LAYOUT,  *
      * ONE HEADER, THE DETAILS AND ONE TRAILER PER AGENCY, THE       *
      * AGENCIES' FILES CONCATENATED UNDER ONE DD. A FILE CARRYING    *
      * OUR OWN AGENCY CODE IS SKIPPED.                               *
      *---------------------------------------------------------------*
       FD  PARTNER-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS REGISTRY-RECORD.
      *
       01  REGISTRY-RECORD.
           05  RG-RECORD-TYPE                PIC X.
               88  RG-HEADER                            VALUE 'H'.
               88  RG-DETAIL                            VALUE 'D'.
               88  RG-TRAILER                           VALUE 'T'.
           05  RG-AGENCY-CODE                PIC X(3).
           05  RG-DETAIL-DATA.
               10  RG-CLIENT-REF             PIC X(10).
               10  RG-CLIENT-NAME            PIC X(30).
               10  RG-CLIENT-DOB             PIC X(10).
               10  RG-STREET-ADDR            PIC X(30).
               10  RG-CITY                   PIC X(20).
               10  RG-STATE                  PIC X(2).
               10  RG-POSTAL-CODE            PIC X(10).
               10  RG-HOUSEHOLD-REF          PIC X(10).
               10  FILLER                    PIC X(24).
           05  RG-HEADER-DATA REDEFINES RG-DETAIL-DATA.
               10  RG-EXTRACT-DATE           PIC 9(8).
               10  RG-AGENCY-NAME            PIC X(30).
               10  FILLER                    PIC X(108).
           05  RG-TRAILER-DATA REDEFINES RG-DETAIL-DATA.
               10  RG-RECORD-COUNT           PIC 9(7).
               10  RG-RECORD-COUNT-X REDEFINES RG-RECORD-COUNT
                                             PIC X(7).
               10  FILLER                    PIC X(139).
      *
      *---------------------------------------------------------------*
      * SORT WORK FILE -- OUR CLIENTS (SOURCE 'O') AND THE PARTNERS'  *
      * (SOURCE 'P'), KEYED ON THE CURRENT PASS'S MATCH KEY, SO EVERY *
      * CHILD SHARING A KEY COMES TOGETHER                            *
      *---------------------------------------------------------------*
       SD  SORT-WORK-FILE
           DATA RECORD IS SD-MATCH-RECORD.
      *
       01  SD-MATCH-RECORD.
           05  SD-MATCH-KEY                  PIC X(30).
           05  SD-SOURCE                     PIC X.
           05  SD-MATCH-DATA.
               10  SD-AGENCY-CODE            PIC X(3).
               10  SD-CLIENT-REF             PIC X(10).
               10  SD-CLIENT-NAME            PIC X(30).
               10  SD-MATCH-NAME             PIC X(30).
               10  SD-CLIENT-DOB             PIC X(10).
               10  SD-STREET-ADDR            PIC X(30).
               10  SD-MATCH-STREET           PIC X(30).
               10  SD-POSTAL-CODE            PIC X(10).
               10  SD-REGISTRY-STATUS        PIC X.
               10  SD-REGISTRY-AGENCY        PIC X(3).
      *
       FD  XENR-REPORT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS XENR-REPORT-RECORD.
      *
       01  XENR-REPORT-RECORD                PIC X(132).
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
          05 WS-IN-AGENCY-FILE-SW           PIC X.
             88 WS-IN-AGENCY-FILE                     VALUE 'Y'.
             88 WS-IN-AGENCY-FILE-NOT                 VALUE 'N'.
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-PARTNER-FILE-STATUS            PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-CLIENTS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLIENTS-ACTIVE              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-PARTNER-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-PARTNER-DETAILS             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-OWN-RECORDS-SKIPPED         PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-BAD-RECORDS                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-PASS-MATCHES                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-PASS-1-MATCHES              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-PASS-2-MATCHES              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-HIGH-MATCHES                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-MEDIUM-MATCHES              PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-LOW-MATCHES                 PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GROUP-OVERFLOW              PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
          05 WS-LINE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-PAGE                        PIC S9(3) PACKED-DECIMAL.
          05 WS-SPACING                     PIC S9(3) PACKED-DECIMAL.
          05 WS-PASS-NUMBER                 PIC 9.
          05 WS-PREV-MATCH-KEY              PIC X(30).
          05 WS-SCORE                       PIC S9(3) PACKED-DECIMAL.
          05 WS-CONFIDENCE                  PIC X(6).
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +60.
          05 WS-OUR-AGENCY-CODE             PIC X(3)  VALUE 'XMS'.
      *
      *---------------------------------------------------------------*
      * MATCH SCORING. A PAIR IS LISTED AT WS-LIST-THRESHOLD OR       *
      * BETTER: HIGH CONFIDENCE FROM WS-HIGH-THRESHOLD, MEDIUM FROM   *
      * WS-MEDIUM-THRESHOLD, LOW BELOW THAT. SAME NAME AND DATE OF    *
      * BIRTH IS ALWAYS HIGH; A DATE OF BIRTH, STREET AND POSTAL      *
      * CODE, OR A NAME AND STREET ALONE, JUST MAKE THE LISTING.      *
      *---------------------------------------------------------------*
       01 WS-SCORING.
          05 WS-NAME-POINTS                 PIC S9(3) PACKED-DECIMAL
                                                      VALUE +45.
          05 WS-DOB-POINTS                  PIC S9(3) PACKED-DECIMAL
                                                      VALUE +35.
          05 WS-BIRTH-YEAR-POINTS           PIC S9(3) PACKED-DECIMAL
                                                      VALUE +10.
          05 WS-STREET-POINTS               PIC S9(3) PACKED-DECIMAL
                                                      VALUE +15.
          05 WS-POSTAL-POINTS               PIC S9(3) PACKED-DECIMAL
                                                      VALUE +5.
          05 WS-LIST-THRESHOLD              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +55.
          05 WS-MEDIUM-THRESHOLD            PIC S9(3) PACKED-DECIMAL
                                                      VALUE +65.
          05 WS-HIGH-THRESHOLD              PIC S9(3) PACKED-DECIMAL
                                                      VALUE +80.
      *
      *---------------------------------------------------------------*
      * ONE ENTRY PER PARTNER FILE IN THE CONCATENATION, FOR THE      *
      * HEADER/TRAILER CHECK. WS-AGY-IDX IS THE FILE BEING READ.      *
      *---------------------------------------------------------------*
       01 WS-AGY-TABLE-MAX                  PIC S9(4) BINARY
                                                      VALUE +20.
       01 WS-AGY-COUNT                      PIC S9(4) BINARY
                                                      VALUE ZERO.
       01 WS-AGY-IDX                        PIC S9(4) BINARY.
       01 WS-AGY-FULL-WARNED                PIC X     VALUE 'N'.
       01 WS-AGY-TABLE.
          05 WS-AGY-ENTRY OCCURS 20 TIMES.
             10 WS-AGY-CODE                 PIC X(3).
             10 WS-AGY-NAME                 PIC X(30).
             10 WS-AGY-EXTRACT-DATE         PIC 9(8).
             10 WS-AGY-DETAILS              PIC S9(7) COMP-3.
             10 WS-AGY-TRAILER-COUNT        PIC S9(7) COMP-3.
             10 WS-AGY-TRAILER-SW           PIC X.
                88 WS-AGY-TRAILER-SEEN                VALUE 'Y'.
                88 WS-AGY-TRAILER-MISSING             VALUE 'N'.
      *
      *---------------------------------------------------------------*
      * THE CHILDREN SHARING THE CURRENT MATCH KEY, OURS AND THE      *
      * PARTNERS'. A KEY SHARED BY MORE THAN THE TABLE HOLDS HAS ITS  *
      * FIRST 100 PAIRED AND THE REST COUNTED, FLAGGED RC=4.          *
      *---------------------------------------------------------------*
       01 WS-GROUP-MAX                      PIC S9(4) BINARY
                                                      VALUE +100.
       01 WS-GROUP-COUNT                    PIC S9(4) BINARY.
       01 WS-GROUP-IDX                      PIC S9(4) BINARY.
       01 WS-PAIR-IDX                       PIC S9(4) BINARY.
       01 WS-SCAN-IDX                       PIC S9(4) BINARY.
      *
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 100 TIMES.
             10 WS-GRP-SOURCE               PIC X.
             10 WS-GRP-DATA.
                15 WS-GRP-AGENCY-CODE       PIC X(3).
                15 WS-GRP-CLIENT-REF        PIC X(10).
                15 WS-GRP-CLIENT-NAME       PIC X(30).
                15 WS-GRP-MATCH-NAME        PIC X(30).
                15 WS-GRP-CLIENT-DOB        PIC X(10).
                15 WS-GRP-STREET-ADDR       PIC X(30).
                15 WS-GRP-MATCH-STREET      PIC X(30).
                15 WS-GRP-POSTAL-CODE       PIC X(10).
                15 WS-GRP-REGISTRY-STATUS   PIC X.
                15 WS-GRP-REGISTRY-AGENCY   PIC X(3).
      *
       01 WS-PRINT-LINE                     PIC X(132).
      *
       01 WS-XEN-HEADING-1.
          05 XEN-HDG-YYYY                   PIC 9(4).
          05 FILLER                         PIC X     VALUE '-'.
          05 XEN-HDG-MM                     PIC 99.
          05 FILLER                         PIC X     VALUE '-'.
          05 XEN-HDG-DD                     PIC 99.
          05 FILLER                         PIC X(36) VALUE SPACES.
          05 FILLER                         PIC X(77) VALUE
             'PARTNER-AGENCY CROSS-ENROLLMENT REVIEW LISTING'.
          05 FILLER                         PIC X(6)  VALUE 'PAGE:'.
          05 XEN-HDG-PAGE                   PIC ZZ9.
      *
       01 WS-XEN-HEADING-2.
          05 FILLER                         PIC X(5)  VALUE 'PASS'.
          05 XEN-HDG-PASS                   PIC 9.
          05 FILLER                         PIC X(4)  VALUE ' -- '.
          05 XEN-HDG-PASS-TEXT              PIC X(50).
          05 FILLER                         PIC X(72) VALUE SPACES.
      *
       01 WS-XEN-HEADING-3.
          05 FILLER                         PIC X(8)  VALUE ' MATCH'.
          05 FILLER                         PIC X(5)  VALUE 'SCORE'.
          05 FILLER                         PIC X(8)  VALUE ' CONF'.
          05 FILLER                         PIC X(5)  VALUE 'AGY'.
          05 FILLER                         PIC X(12) VALUE
             'CLIENT/REF'.
          05 FILLER                         PIC X(32) VALUE 'NAME'.
          05 FILLER                         PIC X(12) VALUE
             'BIRTH DATE'.
          05 FILLER                         PIC X(32) VALUE
             'STREET'.
          05 FILLER                         PIC X(12) VALUE 'POSTAL'.
          05 FILLER                         PIC X(6)  VALUE 'REG'.
      *
       01 WS-XEN-DETAIL.
          05 XEN-MATCH-NUMBER               PIC ZZ,ZZ9.
          05 XEN-MATCH-NUMBER-X REDEFINES XEN-MATCH-NUMBER
                                            PIC X(6).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-SCORE                      PIC ZZ9.
          05 XEN-SCORE-X REDEFINES XEN-SCORE
                                            PIC X(3).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-CONFIDENCE                 PIC X(6).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-AGENCY-CODE                PIC X(3).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-CLIENT-REF                 PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-CLIENT-NAME                PIC X(30).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-CLIENT-DOB                 PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-STREET-ADDR                PIC X(30).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-POSTAL-CODE                PIC X(10).
          05 FILLER                         PIC X(2)  VALUE SPACES.
          05 XEN-REGISTRY.
             10 XEN-REGISTRY-STATUS         PIC X.
             10 XEN-REGISTRY-SLASH          PIC X.
             10 XEN-REGISTRY-AGENCY         PIC X(3).
          05 FILLER                         PIC X(1)  VALUE SPACES.
      *
       01 WS-XEN-TOTAL-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(20) VALUE
             'MATCHES LISTED:'.
          05 XEN-TOTAL-MATCHES              PIC ZZ,ZZ9.
          05 FILLER                         PIC X(98) VALUE SPACES.
      *
       01 WS-XEN-NONE-LINE.
          05 FILLER                         PIC X(8)  VALUE SPACES.
          05 FILLER                         PIC X(124) VALUE
             'NO CROSS-ENROLLMENT CANDIDATES ON THIS PASS'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

      *---------------------------------------------------------------*
      * ONE SORT PER PASS -- THE SAME INPUT AND OUTPUT PROCEDURES     *
      * SERVE BOTH, STEERED BY WS-PASS-NUMBER. THE PARTNER FILES'     *
      * HEADERS AND TRAILERS ARE CHECKED ON THE FIRST PASS.           *
      *---------------------------------------------------------------*
           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
      *
           MOVE 1 TO WS-PASS-NUMBER
           PERFORM C0000-SORT-ONE-PASS
           MOVE WS-PASS-MATCHES TO WS-PASS-1-MATCHES
      *
           MOVE 2 TO WS-PASS-NUMBER
           PERFORM C0000-SORT-ONE-PASS
           MOVE WS-PASS-MATCHES TO WS-PASS-2-MATCHES
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
           MOVE WS-DATE (1:4) TO XEN-HDG-YYYY
           MOVE WS-DATE (5:2) TO XEN-HDG-MM
           MOVE WS-DATE (7:2) TO XEN-HDG-DD
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
           OPEN INPUT PARTNER-FILE
           IF WS-PARTNER-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: PARTNER REGISTRY FILE COULD NOT BE '
                      'OPENED (STATUS ' WS-PARTNER-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           CLOSE PARTNER-FILE
      *
           OPEN OUTPUT XENR-REPORT
           .

      ******************************************************************
       C0000-SORT-ONE-PASS.
      ******************************************************************

           MOVE ZERO TO WS-PASS-MATCHES
      *
           SORT  SORT-WORK-FILE
              ON ASCENDING KEY SD-MATCH-KEY SD-SOURCE SD-AGENCY-CODE
                               SD-CLIENT-REF
              INPUT  PROCEDURE IS D0000-RELEASE-RECORDS
              OUTPUT PROCEDURE IS E0000-LIST-MATCHES
           .

      ******************************************************************
       D0000-RELEASE-RECORDS.
      ******************************************************************

      *---------------------------------------------------------------*
      * OUR ACTIVE CLIENTS FIRST, THEN EVERY PARTNER DETAIL RECORD,   *
      * EACH UNDER THIS PASS'S KEY                                    *
      *---------------------------------------------------------------*
           SET  MORE-RECORDS TO TRUE
           OPEN INPUT CLIENT-MASTER
           PERFORM X1000-READ-CLIENT
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF WS-PASS-NUMBER = 1
                 ADD 1 TO WS-CLIENTS-READ
              END-IF
              IF CM-ENROLL-STATUS = 'A'
                 PERFORM D1000-RELEASE-OUR-CLIENT
              END-IF
              PERFORM X1000-READ-CLIENT
           END-PERFORM
      *
           CLOSE CLIENT-MASTER
      *
           SET  MORE-RECORDS          TO TRUE
           SET  WS-IN-AGENCY-FILE-NOT TO TRUE
           MOVE ZERO                  TO WS-AGY-IDX
           OPEN INPUT PARTNER-FILE
           PERFORM X1100-READ-PARTNER
      *
           PERFORM UNTIL NO-MORE-RECORDS
              IF WS-PASS-NUMBER = 1
                 ADD 1 TO WS-PARTNER-READ
                 PERFORM D3000-CHECK-PARTNER-RECORD
              END-IF
              IF RG-DETAIL
                 AND RG-AGENCY-CODE NOT = WS-OUR-AGENCY-CODE
                 PERFORM D2000-RELEASE-PARTNER
              END-IF
              PERFORM X1100-READ-PARTNER
           END-PERFORM
      *
           CLOSE PARTNER-FILE
      *
           IF WS-PASS-NUMBER = 1
              AND WS-IN-AGENCY-FILE
              SET WS-AGY-TRAILER-MISSING (WS-AGY-IDX) TO TRUE
           END-IF
           .

      ******************************************************************
       D1000-RELEASE-OUR-CLIENT.
      ******************************************************************

           IF WS-PASS-NUMBER = 1
              ADD 1 TO WS-CLIENTS-ACTIVE
           END-IF
      *
           MOVE SPACES              TO SD-MATCH-RECORD
           MOVE 'O'                 TO SD-SOURCE
           MOVE WS-OUR-AGENCY-CODE  TO SD-AGENCY-CODE
           MOVE CM-CLIENT-ID        TO SD-CLIENT-REF
           MOVE CM-CLIENT-NAME      TO SD-CLIENT-NAME
           MOVE FUNCTION UPPER-CASE (CM-CLIENT-NAME)
                                    TO SD-MATCH-NAME
           MOVE CM-CLIENT-DOB       TO SD-CLIENT-DOB
           MOVE CM-STREET-ADDR      TO SD-STREET-ADDR
           MOVE FUNCTION UPPER-CASE (CM-STREET-ADDR)
                                    TO SD-MATCH-STREET
           MOVE CM-POSTAL-CODE      TO SD-POSTAL-CODE
           MOVE CM-REGISTRY-STATUS  TO SD-REGISTRY-STATUS
           MOVE CM-REGISTRY-AGENCY  TO SD-REGISTRY-AGENCY
           PERFORM D4000-SET-MATCH-KEY
      *
           RELEASE SD-MATCH-RECORD
           .

      ******************************************************************
       D2000-RELEASE-PARTNER.
      ******************************************************************

           IF WS-PASS-NUMBER = 1
              ADD 1 TO WS-PARTNER-DETAILS
           END-IF
      *
           MOVE SPACES              TO SD-MATCH-RECORD
           MOVE 'P'                 TO SD-SOURCE
           MOVE RG-AGENCY-CODE      TO SD-AGENCY-CODE
           MOVE RG-CLIENT-REF       TO SD-CLIENT-REF
           MOVE RG-CLIENT-NAME      TO SD-CLIENT-NAME
           MOVE FUNCTION UPPER-CASE (RG-CLIENT-NAME)
                                    TO SD-MATCH-NAME
           MOVE RG-CLIENT-DOB       TO SD-CLIENT-DOB
           MOVE RG-STREET-ADDR      TO SD-STREET-ADDR
           MOVE FUNCTION UPPER-CASE (RG-STREET-ADDR)
                                    TO SD-MATCH-STREET
           MOVE RG-POSTAL-CODE      TO SD-POSTAL-CODE
           PERFORM D4000-SET-MATCH-KEY
      *
           RELEASE SD-MATCH-RECORD
           .

      ******************************************************************
       D3000-CHECK-PARTNER-RECORD.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH AGENCY'S FILE OPENS WITH A HEADER AND CLOSES WITH A      *
      * TRAILER COUNTING ITS DETAILS. A HEADER ARRIVING BEFORE THE    *
      * LAST FILE'S TRAILER MEANS THAT FILE WAS CUT SHORT. OUR OWN    *
      * FILE IS COUNTED ONLY AS SKIPPED.                              *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN RG-AGENCY-CODE = WS-OUR-AGENCY-CODE
                 ADD 1 TO WS-OWN-RECORDS-SKIPPED
              WHEN RG-HEADER
                 IF WS-IN-AGENCY-FILE
                    SET WS-AGY-TRAILER-MISSING (WS-AGY-IDX) TO TRUE
                 END-IF
                 PERFORM D3100-START-AGENCY-FILE
              WHEN RG-DETAIL
                 IF WS-IN-AGENCY-FILE
                    AND RG-AGENCY-CODE = WS-AGY-CODE (WS-AGY-IDX)
                    ADD 1 TO WS-AGY-DETAILS (WS-AGY-IDX)
                 ELSE
                    ADD 1 TO WS-BAD-RECORDS
                 END-IF
              WHEN RG-TRAILER
                 IF WS-IN-AGENCY-FILE
                    AND RG-AGENCY-CODE = WS-AGY-CODE (WS-AGY-IDX)
                    SET WS-AGY-TRAILER-SEEN (WS-AGY-IDX) TO TRUE
                    IF RG-RECORD-COUNT-X IS NUMERIC
                       MOVE RG-RECORD-COUNT TO
                            WS-AGY-TRAILER-COUNT (WS-AGY-IDX)
                    END-IF
                    SET WS-IN-AGENCY-FILE-NOT TO TRUE
                 ELSE
                    ADD 1 TO WS-BAD-RECORDS
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-BAD-RECORDS
           END-EVALUATE
           .

      ******************************************************************
       D3100-START-AGENCY-FILE.
      ******************************************************************

           IF WS-AGY-COUNT < WS-AGY-TABLE-MAX
              ADD  1                 TO WS-AGY-COUNT
              MOVE WS-AGY-COUNT      TO WS-AGY-IDX
              MOVE RG-AGENCY-CODE    TO WS-AGY-CODE (WS-AGY-IDX)
              MOVE RG-AGENCY-NAME    TO WS-AGY-NAME (WS-AGY-IDX)
              IF RG-EXTRACT-DATE IS NUMERIC
                 MOVE RG-EXTRACT-DATE TO WS-AGY-EXTRACT-DATE
                                         (WS-AGY-IDX)
              ELSE
                 MOVE ZERO            TO WS-AGY-EXTRACT-DATE
                                         (WS-AGY-IDX)
              END-IF
              MOVE ZERO              TO WS-AGY-DETAILS (WS-AGY-IDX)
                                        WS-AGY-TRAILER-COUNT
                                        (WS-AGY-IDX)
              SET  WS-AGY-TRAILER-MISSING (WS-AGY-IDX) TO TRUE
              SET  WS-IN-AGENCY-FILE TO TRUE
           ELSE
              SET  WS-IN-AGENCY-FILE-NOT TO TRUE
              IF WS-AGY-FULL-WARNED = 'N'
                 DISPLAY 'WARNING: MORE THAN ' WS-AGY-TABLE-MAX
                         ' PARTNER FILES -- AGENCY ' RG-AGENCY-CODE
                         ' AND LATER ONES ARE MATCHED BUT NOT '
                         'BALANCED'
                 MOVE 'Y' TO WS-AGY-FULL-WARNED
                 MOVE 4   TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
       D4000-SET-MATCH-KEY.
      ******************************************************************

      *---------------------------------------------------------------*
      * PASS 1 GATHERS EVERY CHILD BORN ON THE SAME DAY, PASS 2 EVERY *
      * CHILD UNDER THE SAME NAME                                     *
      *---------------------------------------------------------------*
           IF WS-PASS-NUMBER = 1
              MOVE SD-CLIENT-DOB TO SD-MATCH-KEY
           ELSE
              MOVE SD-MATCH-NAME TO SD-MATCH-KEY
           END-IF
           .

      ******************************************************************
       E0000-LIST-MATCHES.
      ******************************************************************

      *---------------------------------------------------------------*
      * EACH PASS STARTS ON A NEW PAGE AND PRINTS EVEN WITH NOTHING   *
      * FOUND, SO THE COORDINATOR SEES BOTH PASSES WERE RUN           *
      *---------------------------------------------------------------*
           SET  MORE-SORTED-RECORDS TO TRUE
           MOVE LOW-VALUES          TO WS-PREV-MATCH-KEY
           MOVE ZERO                TO WS-GROUP-COUNT
      *
           IF WS-PASS-NUMBER = 1
              MOVE 'SAME DATE OF BIRTH'
                                    TO XEN-HDG-PASS-TEXT
           ELSE
              MOVE 'SAME NAME, DATE OF BIRTH DIFFERS'
                                    TO XEN-HDG-PASS-TEXT
           END-IF
           MOVE WS-PASS-NUMBER      TO XEN-HDG-PASS
           PERFORM X5300-WRITE-HEADINGS
      *
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
              RETURN SORT-WORK-FILE
                 AT END
                    SET NO-MORE-SORTED-RECORDS TO TRUE
                    PERFORM E2000-CLOSE-GROUP
                 NOT AT END
                    PERFORM E1000-ONE-SORTED-RECORD
              END-RETURN
           END-PERFORM
      *
           IF WS-PASS-MATCHES = ZERO
              MOVE WS-XEN-NONE-LINE TO WS-PRINT-LINE
              MOVE 2                TO WS-SPACING
              PERFORM X5000-WRITE-LINE
           END-IF
      *
           MOVE WS-PASS-MATCHES     TO XEN-TOTAL-MATCHES
           MOVE WS-XEN-TOTAL-LINE   TO WS-PRINT-LINE
           MOVE 2                   TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       E1000-ONE-SORTED-RECORD.
      ******************************************************************

           IF SD-MATCH-KEY NOT = WS-PREV-MATCH-KEY
              PERFORM E2000-CLOSE-GROUP
              MOVE ZERO         TO WS-GROUP-COUNT
              MOVE SD-MATCH-KEY TO WS-PREV-MATCH-KEY
           END-IF
      *
           IF WS-GROUP-COUNT < WS-GROUP-MAX
              ADD  1             TO WS-GROUP-COUNT
              MOVE SD-SOURCE     TO WS-GRP-SOURCE (WS-GROUP-COUNT)
              MOVE SD-MATCH-DATA TO WS-GRP-DATA (WS-GROUP-COUNT)
           ELSE
              ADD 1 TO WS-GROUP-OVERFLOW
           END-IF
           .

      ******************************************************************
       E2000-CLOSE-GROUP.
      ******************************************************************

      *---------------------------------------------------------------*
      * OUR CLIENTS SORT AHEAD OF THE PARTNERS' WITHIN A KEY -- PAIR  *
      * EACH OF OURS WITH EVERY PARTNER RECORD. TWO OF OUR OWN ARE    *
      * CLTDUP'S BUSINESS, AND TWO PARTNERS' ARE NOT OURS AT ALL.     *
      *---------------------------------------------------------------*
           IF WS-GROUP-COUNT > 1
              PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                 UNTIL WS-GROUP-IDX >= WS-GROUP-COUNT
                    OR WS-GRP-SOURCE (WS-GROUP-IDX) NOT = 'O'
                 PERFORM E2100-PAIR-WITH-PARTNERS
              END-PERFORM
           END-IF
           .

      ******************************************************************
       E2100-PAIR-WITH-PARTNERS.
      ******************************************************************

           COMPUTE WS-PAIR-IDX = WS-GROUP-IDX + 1
           PERFORM UNTIL WS-PAIR-IDX > WS-GROUP-COUNT
              IF WS-GRP-SOURCE (WS-PAIR-IDX) = 'P'
                 PERFORM E2200-SCORE-PAIR
              END-IF
              ADD 1 TO WS-PAIR-IDX
           END-PERFORM
           .

      ******************************************************************
       E2200-SCORE-PAIR.
      ******************************************************************

      *---------------------------------------------------------------*
      * PASS 2 LEAVES OUT PAIRS WHOSE BIRTH DATES AGREE -- PASS 1     *
      * ALREADY SCORED THEM. A BLANK STREET OR POSTAL CODE IS NOT A   *
      * MATCH ON EITHER; POSTAL CODES COMPARE ON THE FIVE-DIGIT ZIP.  *
      *---------------------------------------------------------------*
           MOVE ZERO TO WS-SCORE
      *
           IF WS-GRP-MATCH-NAME (WS-GROUP-IDX) =
              WS-GRP-MATCH-NAME (WS-PAIR-IDX)
              ADD WS-NAME-POINTS TO WS-SCORE
           END-IF
      *
           EVALUATE TRUE
              WHEN WS-GRP-CLIENT-DOB (WS-GROUP-IDX) =
                   WS-GRP-CLIENT-DOB (WS-PAIR-IDX)
                 IF WS-PASS-NUMBER = 1
                    ADD WS-DOB-POINTS TO WS-SCORE
                 ELSE
                    MOVE ZERO TO WS-SCORE
                 END-IF
              WHEN WS-GRP-CLIENT-DOB (WS-GROUP-IDX) (1:4) =
                   WS-GRP-CLIENT-DOB (WS-PAIR-IDX) (1:4)
                 ADD WS-BIRTH-YEAR-POINTS TO WS-SCORE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
      *
           IF WS-GRP-MATCH-STREET (WS-GROUP-IDX) NOT = SPACES
              AND WS-GRP-MATCH-STREET (WS-GROUP-IDX) =
                  WS-GRP-MATCH-STREET (WS-PAIR-IDX)
              ADD WS-STREET-POINTS TO WS-SCORE
           END-IF
      *
           IF WS-GRP-POSTAL-CODE (WS-GROUP-IDX) (1:5) NOT = SPACES
              AND WS-GRP-POSTAL-CODE (WS-GROUP-IDX) (1:5) =
                  WS-GRP-POSTAL-CODE (WS-PAIR-IDX) (1:5)
              ADD WS-POSTAL-POINTS TO WS-SCORE
           END-IF
      *
           IF WS-SCORE >= WS-LIST-THRESHOLD
              EVALUATE TRUE
                 WHEN WS-SCORE >= WS-HIGH-THRESHOLD
                    MOVE 'HIGH'   TO WS-CONFIDENCE
                    ADD 1         TO WS-HIGH-MATCHES
                 WHEN WS-SCORE >= WS-MEDIUM-THRESHOLD
                    MOVE 'MEDIUM' TO WS-CONFIDENCE
                    ADD 1         TO WS-MEDIUM-MATCHES
                 WHEN OTHER
                    MOVE 'LOW'    TO WS-CONFIDENCE
                    ADD 1         TO WS-LOW-MATCHES
              END-EVALUATE
              PERFORM E3000-WRITE-MATCH
           END-IF
           .

      ******************************************************************
       E3000-WRITE-MATCH.
      ******************************************************************

      *---------------------------------------------------------------*
      * OUR CLIENT AND THE PARTNER'S RECORD PRINT TOGETHER ON ONE     *
      * PAGE, OURS FIRST WITH THE SCORE AND CURRENT REGISTRY FLAG,    *
      * WITH A BLANK LINE BEFORE THE NEXT MATCH                       *
      *---------------------------------------------------------------*
           IF WS-LINE + 3 > WS-LINES-PER-PAGE
              PERFORM X5300-WRITE-HEADINGS
           END-IF
      *
           ADD  1               TO WS-PASS-MATCHES
           MOVE WS-PASS-MATCHES TO XEN-MATCH-NUMBER
           MOVE WS-SCORE        TO XEN-SCORE
           MOVE WS-CONFIDENCE   TO XEN-CONFIDENCE
           MOVE WS-GROUP-IDX    TO WS-SCAN-IDX
           PERFORM E3100-FORMAT-RECORD
           IF WS-GRP-REGISTRY-STATUS (WS-SCAN-IDX) NOT = SPACE
              MOVE WS-GRP-REGISTRY-STATUS (WS-SCAN-IDX)
                                TO XEN-REGISTRY-STATUS
              MOVE '/'          TO XEN-REGISTRY-SLASH
              MOVE WS-GRP-REGISTRY-AGENCY (WS-SCAN-IDX)
                                TO XEN-REGISTRY-AGENCY
           END-IF
           MOVE WS-XEN-DETAIL   TO WS-PRINT-LINE
           MOVE 2               TO WS-SPACING
           PERFORM X5000-WRITE-LINE
      *
           MOVE SPACES          TO XEN-MATCH-NUMBER-X
                                   XEN-SCORE-X
                                   XEN-CONFIDENCE
           MOVE WS-PAIR-IDX     TO WS-SCAN-IDX
           PERFORM E3100-FORMAT-RECORD
           MOVE WS-XEN-DETAIL   TO WS-PRINT-LINE
           MOVE 1               TO WS-SPACING
           PERFORM X5000-WRITE-LINE
           .

      ******************************************************************
       E3100-FORMAT-RECORD.
      ******************************************************************

           MOVE WS-GRP-AGENCY-CODE (WS-SCAN-IDX)  TO XEN-AGENCY-CODE
           MOVE WS-GRP-CLIENT-REF (WS-SCAN-IDX)   TO XEN-CLIENT-REF
           MOVE WS-GRP-CLIENT-NAME (WS-SCAN-IDX)  TO XEN-CLIENT-NAME
           MOVE WS-GRP-CLIENT-DOB (WS-SCAN-IDX)   TO XEN-CLIENT-DOB
           MOVE WS-GRP-STREET-ADDR (WS-SCAN-IDX)  TO XEN-STREET-ADDR
           MOVE WS-GRP-POSTAL-CODE (WS-SCAN-IDX)  TO XEN-POSTAL-CODE
           MOVE SPACES                            TO XEN-REGISTRY
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'PARTNER-AGENCY CROSS-ENROLLMENT SUMMARY'
           DISPLAY '  CLIENTS READ:             ' WS-CLIENTS-READ
           DISPLAY '  ACTIVE CLIENTS MATCHED:   ' WS-CLIENTS-ACTIVE
           DISPLAY '  PARTNER RECORDS READ:     ' WS-PARTNER-READ
           DISPLAY '  PARTNER CHILDREN MATCHED: ' WS-PARTNER-DETAILS
           DISPLAY '  OWN RECORDS SKIPPED:      ' WS-OWN-RECORDS-SKIPPED
           DISPLAY '  PASS 1 MATCHES (DOB):     ' WS-PASS-1-MATCHES
           DISPLAY '  PASS 2 MATCHES (NAME):    ' WS-PASS-2-MATCHES
           DISPLAY '  HIGH CONFIDENCE:          ' WS-HIGH-MATCHES
           DISPLAY '  MEDIUM CONFIDENCE:        ' WS-MEDIUM-MATCHES
           DISPLAY '  LOW CONFIDENCE:           ' WS-LOW-MATCHES
      *
           PERFORM VARYING WS-AGY-IDX FROM 1 BY 1
                   UNTIL WS-AGY-IDX > WS-AGY-COUNT
              PERFORM F1000-CHECK-AGENCY-FILE
           END-PERFORM
      *
           IF WS-BAD-RECORDS > ZERO
              DISPLAY 'WARNING: ' WS-BAD-RECORDS
                      ' PARTNER RECORDS OUT OF PLACE OR OF AN UNKNOWN '
                      'TYPE -- DETAILS AMONG THEM WERE STILL MATCHED'
              MOVE 4 TO RETURN-CODE
           END-IF
      *
           IF WS-GROUP-OVERFLOW > ZERO
              DISPLAY 'WARNING: ' WS-GROUP-OVERFLOW
                      ' CHILDREN LEFT UNPAIRED -- MORE THAN 100 SHARED '
                      'ONE MATCH KEY'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
       F1000-CHECK-AGENCY-FILE.
      ******************************************************************

      *---------------------------------------------------------------*
      * A FILE WHOSE TRAILER IS MISSING OR DISAGREES WITH ITS DETAIL  *
      * COUNT WAS TRUNCATED OR PADDED IN TRANSIT -- ITS MATCHES STILL *
      * LIST, BUT ASK THE AGENCY TO RESEND IT                         *
      *---------------------------------------------------------------*
           DISPLAY '  AGENCY ' WS-AGY-CODE (WS-AGY-IDX)
                   ' ' WS-AGY-NAME (WS-AGY-IDX)
                   ' EXTRACTED ' WS-AGY-EXTRACT-DATE (WS-AGY-IDX)
                   ' DETAILS ' WS-AGY-DETAILS (WS-AGY-IDX)
      *
           EVALUATE TRUE
              WHEN WS-AGY-TRAILER-MISSING (WS-AGY-IDX)
                 DISPLAY 'WARNING: AGENCY ' WS-AGY-CODE (WS-AGY-IDX)
                         ' FILE HAS NO TRAILER -- ASK FOR A RESEND'
                 MOVE 4 TO RETURN-CODE
              WHEN WS-AGY-TRAILER-COUNT (WS-AGY-IDX) NOT =
                   WS-AGY-DETAILS (WS-AGY-IDX)
                 DISPLAY 'WARNING: AGENCY ' WS-AGY-CODE (WS-AGY-IDX)
                         ' TRAILER COUNT '
                         WS-AGY-TRAILER-COUNT (WS-AGY-IDX)
                         ' DISAGREES -- ASK FOR A RESEND'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE XENR-REPORT
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
       X1100-READ-PARTNER.
      ******************************************************************

           READ PARTNER-FILE
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
           WRITE XENR-REPORT-RECORD FROM WS-PRINT-LINE
              AFTER WS-SPACING
           ADD WS-SPACING TO WS-LINE
           .

      ******************************************************************
       X5300-WRITE-HEADINGS.
      ******************************************************************

           ADD  1       TO WS-PAGE
           MOVE ZERO    TO WS-LINE
           MOVE WS-PAGE TO XEN-HDG-PAGE
      *
           WRITE XENR-REPORT-RECORD FROM WS-XEN-HEADING-1
              AFTER TOP-PAGE
           WRITE XENR-REPORT-RECORD FROM WS-XEN-HEADING-2
              AFTER 2
           WRITE XENR-REPORT-RECORD FROM WS-XEN-HEADING-3
              AFTER 2
           MOVE 5       TO WS-LINE
           .
