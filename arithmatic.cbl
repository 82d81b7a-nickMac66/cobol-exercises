           SELECT RUN-DATE-FILE ASSIGN TO UT-S-RUNDATE
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-RUNDATE-FILE-STATUS.
           SELECT TIP-DETAIL-FILE ASSIGN TO UT-S-TIPDTL
                  ORGANIZATION IS SEQUENTIAL.
      /
      ******************************************************************
	   DATA DIVISION.

      *---------------------------------------------------------------*
      * BATCH INPUT: ONE BILL/DINER PAIR PER RECORD, SAME NNN.NN,DD   *
      * FORMAT AS THE LS-PARMS SINGLE-CHECK PARM BELOW, FOLLOWED BY   *
      * THE SERVER WHO TOOK THE CHECK (NNN.NN,DD,SSSSS)               *
      *---------------------------------------------------------------*
       FD  BILL-FILE
           RECORDING MODE IS F
           05  BR-COMMA                     PIC X.
           05  BR-DINERS-X.
               10  BR-DINERS                PIC 99.
           05  BR-COMMA2                    PIC X.
           05  BR-SERVER-ID                 PIC X(5).
           05  FILLER                       PIC X(65).
      *
      *---------------------------------------------------------------*
      * ITEMIZED LINE-ITEM RECORD -- 'I' IN COLUMN 1, THEN CHECK ID,  *
      * DINER NUMBER, ITEM AMOUNT AND SERVER: Icccc,DD,NNN.NN,SSSSS.  *
      * A RUN OF CONSECUTIVE 'I' RECORDS WITH THE SAME CHECK ID IS    *
      * ONE CHECK, AND THE SERVER ON ITS FIRST ITEM IS THE CHECK'S;   *
      * EACH DINER PAYS FOR WHAT THEY ACTUALLY ORDERED, WITH TAX AND  *
      * TIP ALLOCATED IN PROPORTION, INSTEAD OF THE EVEN SPLIT        *
      * SUBSIDIZING THE STEAK WITH THE PASTA.                         *
           05  IT-AMOUNT-DECIMAL            PIC X.
           05  IT-AMOUNT-CENTS-X.
               10  IT-AMOUNT-CENTS          PIC 99.
           05  IT-COMMA3                    PIC X.
           05  IT-SERVER-ID                 PIC X(5).
           05  FILLER                       PIC X(59).
      *
       FD  PRINT-FILE
           RECORDING MODE IS F
           05  RD-RUN-DATE-X REDEFINES RD-RUN-DATE
                                             PIC X(8).
           05  FILLER                        PIC X(72).
      *
      *---------------------------------------------------------------*
      * TIP DETAIL EXTRACT -- ONE RECORD PER SETTLED CHECK WITH THE   *
      * SERVER AND THE TIP, WRITTEN AS THE TIP IS ADDED INTO          *
      * PO-TIPS-COLLECTED SO THE TWO ALWAYS AGREE. TIPPOOL READS IT   *
      * TO SHOW EACH SERVER'S OWN-CHECK TIPS ON THE TIP-OUT SHEET.    *
      * TD-CHECK-ID IS THE ITEMIZED CHECK ID, SPACES FOR AN EVEN      *
      * SPLIT.                                                        *
      *---------------------------------------------------------------*
       FD  TIP-DETAIL-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS TIP-DETAIL-RECORD.
      *
       01  TIP-DETAIL-RECORD.
           05  TD-RUN-DATE                   PIC 9(8).
           05  TD-CHECK-NUMBER               PIC 9(5).
           05  TD-CHECK-ID                   PIC X(4).
           05  TD-SERVER-ID                  PIC X(5).
           05  TD-TIP-AMOUNT                 PIC 9(7)V99.
           05  TD-BILL-AMOUNT                PIC 9(7)V99.
           05  FILLER                        PIC X(40).
      /
      ******************************************************************
       WORKING-STORAGE SECTION.
          05 WS-DINER-PAY                   PIC S9(5)V99  COMP-3.
          05 WS-HELD-BILL                   PIC S999V99   COMP-3.
          05 WS-HELD-DINERS                 PIC S999      COMP-3.
          05 WS-ITEM-SERVER-ID              PIC X(5).
          05 WS-HELD-SERVER-ID              PIC X(5).
      *
      *---------------------------------------------------------------*
      * THE SERVER AND CHECK ID OF THE CHECK BEING SETTLED, FOR THE   *
      * TIP DETAIL EXTRACT                                            *
      *---------------------------------------------------------------*
       01 WS-TIP-DETAIL-KEYS.
          05 WS-SERVER-ID                   PIC X(5).
          05 WS-TIP-CHECK-ID                PIC X(4).
       01 WS-DINER-TABLE.
          05 WS-DINER-ENTRY OCCURS 99 TIMES.
             10 WS-DINER-SUBTOTAL           PIC S9(5)V99  COMP-3.
           SET  WS-MORE-BILLS     TO TRUE
           SET  WS-BILL-VALID     TO TRUE
           SET  WS-ITEM-RECORD-NOT TO TRUE
           MOVE SPACES            TO WS-SERVER-ID
                                     WS-TIP-CHECK-ID
           OPEN INPUT  BILL-FILE
                OUTPUT PRINT-FILE
                       POSTING-FILE
                       TIP-DETAIL-FILE
           .

      ******************************************************************
      * SETTLEMENT PRINTS UNDERNEATH.                                 *
      *---------------------------------------------------------------*
           MOVE IT-CHECK-ID TO WS-CHECK-ID
           IF IT-COMMA3 = ','
              MOVE IT-SERVER-ID TO WS-ITEM-SERVER-ID
           ELSE
              MOVE SPACES       TO WS-ITEM-SERVER-ID
           END-IF
           MOVE ZERO        TO WS-CHECK-TOTAL
                               WS-ITEM-DINER-COUNT
           PERFORM VARYING WS-DINER-IDX FROM 1 BY 1
      *
      *
      * THE GROUP-ENDING READ MAY ALREADY HAVE PARSED THE NEXT
      * EVEN-SPLIT CHECK INTO WS-BILL/WS-DINERS/WS-SERVER-ID -- HOLD
      * THOSE WHILE THIS CHECK SETTLES AND PUT THEM BACK AFTER, OR THE
      * NEXT CHECK WOULD SETTLE WITH THIS ONE'S FIGURES
      *
           IF WS-ITEM-DINER-COUNT > ZERO
              MOVE WS-BILL             TO WS-HELD-BILL
              MOVE WS-DINERS           TO WS-HELD-DINERS
              MOVE WS-SERVER-ID        TO WS-HELD-SERVER-ID
              MOVE WS-CHECK-TOTAL      TO WS-BILL
              MOVE WS-ITEM-DINER-COUNT TO WS-DINERS
              MOVE WS-ITEM-SERVER-ID   TO WS-SERVER-ID
              MOVE WS-CHECK-ID         TO WS-TIP-CHECK-ID
              PERFORM B0000-CALCULATE-MY-SHARE
              PERFORM B1000-WRITE-DETAIL-LINE
              PERFORM B2500-WRITE-DINER-SETTLEMENT
              MOVE WS-HELD-BILL        TO WS-BILL
              MOVE WS-HELD-DINERS      TO WS-DINERS
              MOVE WS-HELD-SERVER-ID   TO WS-SERVER-ID
              MOVE SPACES              TO WS-TIP-CHECK-ID
           END-IF
           .

              WRITE PRINT-RECORD FROM WS-BREAKDOWN-LINE
                 AFTER 1
           END-IF
      *
           MOVE SPACES              TO TIP-DETAIL-RECORD
           MOVE WS-CURRENT-DATE     TO TD-RUN-DATE
           MOVE WS-CHECKS-PROCESSED TO TD-CHECK-NUMBER
           MOVE WS-TIP-CHECK-ID     TO TD-CHECK-ID
           MOVE WS-SERVER-ID        TO TD-SERVER-ID
           MOVE WS-TIP              TO TD-TIP-AMOUNT
           MOVE WS-BILL             TO TD-BILL-AMOUNT
           WRITE TIP-DETAIL-RECORD
           .

      ******************************************************************
              CLOSE BILL-FILE
                    PRINT-FILE
                    POSTING-FILE
                    TIP-DETAIL-FILE
           ELSE
              PERFORM C2000-DISPLAY-SINGLE-RESULT
           END-IF
                       COMPUTE WS-BILL =
                          BR-BILL-DOLLARS + (BR-BILL-CENTS / 100)
                       MOVE BR-DINERS TO WS-DINERS
                       IF BR-COMMA2 = ','
                          MOVE BR-SERVER-ID TO WS-SERVER-ID
                       ELSE
                          MOVE SPACES       TO WS-SERVER-ID
                       END-IF
                    ELSE
                       SET WS-BILL-INVALID TO TRUE
                       PERFORM X1100-WRITE-REJECTED-BILL
