      ******************************************************************
       IDENTIFICATION DIVISION.
      ******************************************************************

       PROGRAM-ID.   REGEXTR.
       AUTHOR.       NICK MACDONALD.
       DATE-WRITTEN. 2026-10-15.

      ******************************************************************
      *                                                                *
      *   PURPOSE ===> PARTNER-AGENCY REGISTRY EXTRACT. BROWSE THE    *
      *                CLIENT MASTER AND WRITE EVERY ACTIVE CLIENT'S  *
      *                NAME, DATE OF BIRTH, ADDRESS AND HOUSEHOLD TO  *
      *                THE REGISTRY FILE IN THE FIXED LAYOUT AGREED   *
      *                WITH THE OTHER TOY DRIVES IN THE CITY: ONE     *
      *                HEADER RECORD, ONE DETAIL RECORD PER CLIENT,   *
      *                ONE TRAILER RECORD CARRYING THE DETAIL COUNT.  *
      *                A CLIENT THE COORDINATOR HAS ALREADY HANDED TO *
      *                A PARTNER AGENCY (REGISTRY STATUS 'P') IS NOT  *
      *                OURS TO CLAIM AND IS LEFT OFF. EACH PARTNER    *
      *                RUNS THE SAME FILES THROUGH ITS OWN MATCH --   *
      *                OURS IS REGMATCH. NOTHING IS UPDATED HERE.     *
      *                RUN ON DEMAND, WHENEVER THE PARTNERS EXCHANGE  *
      *                FILES.                                         *
      *                                                                *
      ******************************************************************

      ******************************************************************
       ENVIRONMENT DIVISION.
      ******************************************************************

      ******************************************************************
       INPUT-OUTPUT SECTION.
      ******************************************************************

       FILE-CONTROL.
           SELECT CLIENT-MASTER  ASSIGN TO CLIENTMS
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS CM-CLIENT-ID
                  FILE STATUS IS WS-CLIENTMS-FILE-STATUS.
           SELECT REGISTRY-FILE  ASSIGN TO UT-S-REGOUT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-REGOUT-FILE-STATUS.
      /
      ******************************************************************
       DATA DIVISION.
      ******************************************************************

      ******************************************************************
       FILE SECTION.
      ******************************************************************

      *---------------------------------------------------------------*
      * AUTHORITATIVE CLIENT MASTER -- BROWSED IN KEY ORDER.          *
      * CM-REGISTRY-STATUS IS THE PARTNER-AGENCY REGISTRY FLAG        *
      * CLIENTMNT SETS: 'H' HELD FOR REVIEW, 'P' PARTNER SERVES THE   *
      * CHILD, 'C' CLEARED -- WE SERVE THE CHILD.                     *
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
      * PARTNER-AGENCY REGISTRY RECORD -- THE AGREED 150-BYTE LAYOUT. *
      * EVERY RECORD CARRIES THE SENDING AGENCY'S CODE. FIELDS ARE    *
      * LEFT-JUSTIFIED AND SPACE-FILLED; THE DATE OF BIRTH IS         *
      * CCYY-MM-DD. THE CLIENT AND HOUSEHOLD REFERENCES ARE THE       *
      * SENDING AGENCY'S OWN IDS, MEANINGFUL ONLY TO THAT AGENCY.     *
      *---------------------------------------------------------------*
       FD  REGISTRY-FILE
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
               10  FILLER                    PIC X(139).
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
      *
       01 WS-CLIENTMS-FILE-STATUS           PIC XX.
      *
       01 WS-REGOUT-FILE-STATUS             PIC XX.
      *
       01 WS-COUNTERS.
          05 WS-CLIENTS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLIENTS-NOT-ACTIVE          PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-CLIENTS-PARTNER             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-DETAILS-WRITTEN             PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-VARIABLES.
          05 WS-CURRENT-DATE.
             10 WS-DATE                     PIC 9(8).
             10 FILLER                      PIC X(13).
      *
      *---------------------------------------------------------------*
      * OUR OWN CODE AND NAME ON THE REGISTRY, AS AGREED WITH THE     *
      * PARTNERS. REGMATCH CARRIES THE SAME CODE TO SKIP OUR OWN FILE *
      * IF IT COMES BACK IN THE CONCATENATION.                        *
      *---------------------------------------------------------------*
       01 WS-CONSTANTS.
          05 WS-OUR-AGENCY-CODE             PIC X(3)  VALUE 'XMS'.
          05 WS-OUR-AGENCY-NAME             PIC X(30) VALUE
             'CHRISTMAS WISH PROGRAM'.
      /
      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

      ******************************************************************
       MAINLINE.
      ******************************************************************

           PERFORM A0000-INITIALIZATION
           PERFORM B0000-OPEN-FILES
           PERFORM C0000-WRITE-HEADER
           PERFORM X1000-READ-CLIENT
      *
           PERFORM D0000-EXTRACT-CLIENT
              UNTIL NO-MORE-RECORDS
      *
           PERFORM E0000-WRITE-TRAILER
           PERFORM F0000-WRITE-TOTALS
           PERFORM G0000-CLOSE-FILES
      *
           STOP RUN
           .

      ******************************************************************
       A0000-INITIALIZATION.
      ******************************************************************

           SET  MORE-RECORDS TO TRUE
           ACCEPT WS-DATE FROM DATE YYYYMMDD
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
      *
           OPEN OUTPUT REGISTRY-FILE
           IF WS-REGOUT-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: REGISTRY EXTRACT COULD NOT BE OPENED '
                      '(STATUS ' WS-REGOUT-FILE-STATUS ') -- '
                      'ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              CLOSE CLIENT-MASTER
              STOP RUN
           END-IF
           .

      ******************************************************************
       C0000-WRITE-HEADER.
      ******************************************************************

           MOVE SPACES             TO REGISTRY-RECORD
           SET  RG-HEADER          TO TRUE
           MOVE WS-OUR-AGENCY-CODE TO RG-AGENCY-CODE
           MOVE WS-DATE            TO RG-EXTRACT-DATE
           MOVE WS-OUR-AGENCY-NAME TO RG-AGENCY-NAME
           PERFORM X2000-WRITE-REGISTRY
           .

      ******************************************************************
       D0000-EXTRACT-CLIENT.
      ******************************************************************

      *---------------------------------------------------------------*
      * ACTIVE CLIENTS ONLY -- A DEACTIVATED OR MERGED CLIENT IS NOT  *
      * ENROLLED WITH US THIS SEASON. A BLANK HOUSEHOLD ID MEANS THE  *
      * CLIENT IS THEIR OWN HOUSEHOLD.                                *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN CM-ENROLL-STATUS NOT = 'A'
                 ADD 1 TO WS-CLIENTS-NOT-ACTIVE
              WHEN CM-REGISTRY-STATUS = 'P'
                 ADD 1 TO WS-CLIENTS-PARTNER
              WHEN OTHER
                 MOVE SPACES             TO REGISTRY-RECORD
                 SET  RG-DETAIL          TO TRUE
                 MOVE WS-OUR-AGENCY-CODE TO RG-AGENCY-CODE
                 MOVE CM-CLIENT-ID       TO RG-CLIENT-REF
                 MOVE CM-CLIENT-NAME     TO RG-CLIENT-NAME
                 MOVE CM-CLIENT-DOB      TO RG-CLIENT-DOB
                 MOVE CM-STREET-ADDR     TO RG-STREET-ADDR
                 MOVE CM-CITY            TO RG-CITY
                 MOVE CM-STATE           TO RG-STATE
                 MOVE CM-POSTAL-CODE     TO RG-POSTAL-CODE
                 IF CM-HOUSEHOLD-ID = SPACES
                    MOVE CM-CLIENT-ID    TO RG-HOUSEHOLD-REF
                 ELSE
                    MOVE CM-HOUSEHOLD-ID TO RG-HOUSEHOLD-REF
                 END-IF
                 PERFORM X2000-WRITE-REGISTRY
                 ADD 1 TO WS-DETAILS-WRITTEN
           END-EVALUATE
      *
           PERFORM X1000-READ-CLIENT
           .

      ******************************************************************
       E0000-WRITE-TRAILER.
      ******************************************************************

           MOVE SPACES             TO REGISTRY-RECORD
           SET  RG-TRAILER         TO TRUE
           MOVE WS-OUR-AGENCY-CODE TO RG-AGENCY-CODE
           MOVE WS-DETAILS-WRITTEN TO RG-RECORD-COUNT
           PERFORM X2000-WRITE-REGISTRY
           .

      ******************************************************************
       F0000-WRITE-TOTALS.
      ******************************************************************

           DISPLAY ' '
           DISPLAY 'PARTNER-AGENCY REGISTRY EXTRACT SUMMARY'
           DISPLAY '  AGENCY CODE:             ' WS-OUR-AGENCY-CODE
           DISPLAY '  EXTRACT DATE:            ' WS-DATE
           DISPLAY '  CLIENTS READ:            ' WS-CLIENTS-READ
           DISPLAY '  NOT ACTIVE, LEFT OFF:    ' WS-CLIENTS-NOT-ACTIVE
           DISPLAY '  PARTNER SERVES, LEFT OFF:' WS-CLIENTS-PARTNER
           DISPLAY '  CLIENTS EXTRACTED:       ' WS-DETAILS-WRITTEN
           .

      ******************************************************************
       G0000-CLOSE-FILES.
      ******************************************************************

           CLOSE CLIENT-MASTER
                 REGISTRY-FILE
           .

      ******************************************************************
       X1000-READ-CLIENT.
      ******************************************************************

           READ CLIENT-MASTER
              AT END
                 SET NO-MORE-RECORDS TO TRUE
              NOT AT END
                 ADD 1 TO WS-CLIENTS-READ
           END-READ
           .

      ******************************************************************
       X2000-WRITE-REGISTRY.
      ******************************************************************

      *---------------------------------------------------------------*
      * A SHORT EXTRACT WOULD STILL LOOK COMPLETE TO THE PARTNER      *
      * AGENCY, SO A FAILED WRITE STOPS THE RUN                       *
      *---------------------------------------------------------------*
           WRITE REGISTRY-RECORD
           IF WS-REGOUT-FILE-STATUS NOT = '00'
              DISPLAY 'ERROR: REGISTRY EXTRACT WRITE FAILED -- RECORD '
                      'TYPE ' RG-RECORD-TYPE ' (STATUS '
                      WS-REGOUT-FILE-STATUS ') -- ABORTING RUN'
              MOVE 16 TO RETURN-CODE
              PERFORM G0000-CLOSE-FILES
              STOP RUN
           END-IF
           .
