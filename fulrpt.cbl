      *                AND LIST EVERY GIFT THAT HAS SAT AT THE SAME   *
      *                STATUS FOR MORE THAN THE STALL THRESHOLD       *
      *                (PARM, IN DAYS; DEFAULT 3) AS OF THE STREAM'S  *
      *                BUSINESS DATE. DELIVERED AND RETURNED GIFTS    *
      *                ARE DONE AND ARE LEFT OFF THE REPORT.          *
      *                                                                *
      ******************************************************************

          05 WS-RECORDS-READ                PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GIFTS-STALLED               PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GIFTS-DELIVERED             PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-GIFTS-RETURNED              PIC S9(7) COMP-3 VALUE ZERO.
      *
       01 WS-CONSTANTS.
          05 WS-LINES-PER-PAGE              PIC S9(3) PACKED-DECIMAL
      ******************************************************************

      *---------------------------------------------------------------*
      * A DELIVERED OR RETURNED GIFT IS DONE. ANYTHING ELSE THAT HAS  *
      * SAT AT ITS STATUS PAST THE THRESHOLD GOES ON THE REPORT. A    *
      * STATUS DATE THAT ISN'T A DATE IS ITS OWN KIND OF STALLED --   *
      * REPORT IT.                                                    *
      *---------------------------------------------------------------*
           EVALUATE TRUE
              WHEN FS-STATUS = 'D'
                 ADD 1 TO WS-GIFTS-DELIVERED
              WHEN FS-STATUS = 'R'
                 ADD 1 TO WS-GIFTS-RETURNED
              WHEN FS-STATUS-DATE-X NOT NUMERIC
                 MOVE ZERO TO WS-DAYS-AT-STATUS
                 PERFORM C1000-WRITE-STALL-LINE
           DISPLAY 'STALLED GIFT REPORT SUMMARY'
           DISPLAY '  STATUS RECORDS READ:  ' WS-RECORDS-READ
           DISPLAY '  GIFTS DELIVERED:      ' WS-GIFTS-DELIVERED
           DISPLAY '  GIFTS RETURNED:       ' WS-GIFTS-RETURNED
           DISPLAY '  GIFTS STALLED:        ' WS-GIFTS-STALLED
           .

