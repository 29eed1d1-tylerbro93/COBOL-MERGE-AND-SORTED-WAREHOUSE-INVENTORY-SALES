      **************************COMMENT SECTION*************************
      *THIS PROGRAM RUNS AT THE END OF THE CYCLE AND BUILDS THE GL
      *JOURNAL INTERFACE FILE "PR4 GL INTERFACE.TXT" FROM "PR4
      *SHIPPED.TXT" (THE SHIPMENTS PR4BILL INVOICES) AND THE PRICE
      *BOOK "PR4 PRICES.TXT". PER STATE IT POSTS GROSS SALES (DR
      *ACCOUNTS RECEIVABLE / CR SALES REVENUE, THE STATE TOTALS OF
      *WHAT WAS INVOICED), RETURNS
      *AS CONTRA ENTRIES (DR SALES RETURNS / CR ACCOUNTS RECEIVABLE),
      *INVENTORY RELIEF FOR THE NET BOXES PR4STOCK DEDUCTS FROM "PR4
      *ONHAND.DAT" VALUED AT THE STANDARD COST IN EFFECT FOR THE LINE
      *PERIOD ON "PR4 STD COSTS.TXT" (DR COST OF SALES / CR
      *INVENTORY; A PRODUCT WITH NO STANDARD COST ROW FALLS BACK TO
      *BOOK PRICE AND IS COUNTED IN A WARNING AT THE END OF THE RUN),
      *AND THE PRICE VARIANCE LEAKAGE PR4PRICE AUDITS
      *(BOOK MINUS BILLED TIMES BOXES, DR PRICE VARIANCE / CR SALES
      *REVENUE OR THE REVERSE). EVERY RECORD CARRIES THE RUN PERIOD
      *FROM "PR4 RUNCTL.TXT". THE FILE IS ONLY RELEASED WHEN TOTAL
      *DEBITS EQUAL TOTAL CREDITS; OTHERWISE THE RUN ENDS WITH RETURN
      *CODE 16 AND NO INTERFACE FILE IS WRITTEN. A RUN FOR A PERIOD
      *PR4CLOSE HAS CLOSED ON "PR4 PERIOD STATUS.TXT" ENDS WITH RETURN
      *CODE 20 AND RELEASES NOTHING; A REPORT-ONLY RERUN (RUN MODE R)
      *OF A CLOSED PERIOD STILL CHECKS THE BATCH BALANCE BUT DOES NOT
      *RELEASE THE INTERFACE FILE.
      ******************************************************************


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRICE-FILE
               ASSIGN TO "PR4 PRICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STD-COST-FILE
               ASSIGN TO "PR4 STD COSTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-COST-STATUS.

           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT GL-INTERFACE-FILE
               ASSIGN TO "PR4 GL INTERFACE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PB-START-PERIOD        PIC X(6).
           05  PB-END-PERIOD          PIC X(6).

       FD STD-COST-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 STD-COST-FILE-RECORD.
           05  SC-PRODUCT-ID          PIC X(5).
           05  SC-STD-COST            PIC 999V99.
           05  SC-START-PERIOD        PIC X(6).
           05  SC-END-PERIOD          PIC X(6).

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  FILLER                 PIC X(6).
           05  RC-RUN-MODE            PIC X(1).
           05  FILLER                 PIC X(27).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD GL-INTERFACE-FILE
       RECORD CONTAINS 46 CHARACTERS.
               88 NO-MORE-PRICES                       VALUE 'Y'.
           05  WS-BOOK-FOUND-FLAG          PIC X       VALUE 'N'.
               88 BOOK-PRICE-FOUND                     VALUE 'Y'.
           05  STD-COST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-STD-COSTS                    VALUE 'Y'.
           05  WS-COST-FOUND-FLAG          PIC X       VALUE 'N'.
               88 STD-COST-FOUND                       VALUE 'Y'.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.

       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.
       01  WS-STD-COST-STATUS             PIC XX      VALUE SPACES.

       01  WS-RUN-MODE                    PIC X(1)    VALUE 'N'.
           88 REPORT-ONLY-RERUN                       VALUE 'R'.

       01  WS-PRICE-COUNT               PIC 9(3)    VALUE ZERO.
       01  PRICE-BOOK-TABLE.
               10  PBT-START      PIC X(6).
               10  PBT-END        PIC X(6).

       01  WS-STD-COST-COUNT            PIC 9(3)    VALUE ZERO.
       01  STD-COST-TABLE.
           05  STD-COST-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-STD-COST-COUNT
                   INDEXED BY SCT-INDEX.
               10  SCT-PRODUCT-ID PIC X(5).
               10  SCT-STD-COST   PIC 999V99.
               10  SCT-START      PIC X(6).
               10  SCT-END        PIC X(6).

       01  WS-GL-STATE-COUNT            PIC 9(3)    VALUE ZERO.
       01  GL-STATE-TABLE.
           05  GL-STATE-ITEM OCCURS 1 TO 50 TIMES

       01  WS-WORK-FIELDS.
           05  WS-BOOK-PRICE      PIC 999V99            VALUE ZERO.
           05  WS-STD-COST        PIC 999V99            VALUE ZERO.
           05  WS-NO-COST-LINES   PIC 9(5)              VALUE ZERO.
           05  WS-LINE-AMOUNT     PIC S9(9)V99          VALUE ZERO.
           05  WS-SALES-AMOUNT    PIC S9(13)            VALUE ZERO.
           05  WS-RELIEF-AMOUNT   PIC S9(9)V99          VALUE ZERO.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 115-CHECK-PERIOD-STATUS
           PERFORM 120-LOAD-PRICE-BOOK
           PERFORM 125-LOAD-STD-COSTS
           PERFORM 130-ACCUMULATE-SALES
           IF WS-NO-COST-LINES > ZERO
               DISPLAY "WARNING: " WS-NO-COST-LINES " PRODUCT LINES "
                   "HAD NO STANDARD COST, RELIEVED AT BOOK PRICE"
           END-IF
           PERFORM 150-BUILD-JOURNAL-TABLE
           PERFORM 170-CHECK-BATCH-BALANCE
           IF PERIOD-CLOSED
               DISPLAY "PR4GL - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, REPORT-ONLY RERUN, INTERFACE FILE "
                   "NOT RELEASED"
           ELSE
               PERFORM 180-RELEASE-INTERFACE-FILE
           END-IF
           STOP RUN
           .

                               AND RC-PERIOD IS NUMERIC
                           MOVE RC-PERIOD TO WS-CURRENT-PERIOD
                       END-IF
                       IF RC-RUN-MODE = "R"
                           MOVE "R" TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           END-IF
           .

       115-CHECK-PERIOD-STATUS.
           MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
           OPEN INPUT PERIOD-STATUS-FILE
           IF WS-PERIOD-STATUS-STATUS = "00"
               MOVE 'N' TO PERIOD-STATUS-EOF-FLAG
               PERFORM UNTIL NO-MORE-PERIOD-STATUS
                   READ PERIOD-STATUS-FILE
                       AT END
                           MOVE 'Y' TO PERIOD-STATUS-EOF-FLAG
                       NOT AT END
                           IF PS-PERIOD = WS-CURRENT-PERIOD
                               IF PS-STATUS = "C"
                                   MOVE 'Y' TO WS-PERIOD-CLOSED-FLAG
                               ELSE
                                   MOVE 'N' TO WS-PERIOD-CLOSED-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-STATUS-FILE
           ELSE
               CLOSE PERIOD-STATUS-FILE
           END-IF
           IF PERIOD-CLOSED AND NOT REPORT-ONLY-RERUN
               DISPLAY "PR4GL ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, NO JOURNAL RELEASED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-LOAD-PRICE-BOOK.
           MOVE ZERO TO WS-PRICE-COUNT
           OPEN INPUT PRICE-FILE
           CLOSE PRICE-FILE
           .

       125-LOAD-STD-COSTS.
           MOVE ZERO TO WS-STD-COST-COUNT
           OPEN INPUT STD-COST-FILE
           IF WS-STD-COST-STATUS = "00"
               MOVE 'N' TO STD-COST-EOF-FLAG
               PERFORM UNTIL NO-MORE-STD-COSTS
                   READ STD-COST-FILE
                       AT END
                           MOVE 'Y' TO STD-COST-EOF-FLAG
                       NOT AT END
                           IF WS-STD-COST-COUNT >= 500
                               DISPLAY "PR4GL ABORT - MORE THAN "
                                   "500 STANDARD COST ROWS, TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-STD-COST-COUNT
                           SET SCT-INDEX TO WS-STD-COST-COUNT
                           MOVE SC-PRODUCT-ID
                               TO SCT-PRODUCT-ID(SCT-INDEX)
                           MOVE SC-STD-COST TO SCT-STD-COST(SCT-INDEX)
                           MOVE SC-START-PERIOD TO SCT-START(SCT-INDEX)
                           MOVE SC-END-PERIOD TO SCT-END(SCT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE STD-COST-FILE
           ELSE
               CLOSE STD-COST-FILE
           END-IF
           .

       130-ACCUMULATE-SALES.
           OPEN INPUT SORTED-FILE
           MOVE "Y" TO EOF-FLAG
               MOVE WS-LINE-AMOUNT TO WS-RELIEF-AMOUNT
               MOVE ZERO TO WS-VARIANCE-AMOUNT
           END-IF
           PERFORM 146-FIND-STD-COST
           IF STD-COST-FOUND
               MULTIPLY NUMBER-BOXES(SUB) BY WS-STD-COST
                   GIVING WS-RELIEF-AMOUNT
           ELSE
               ADD 1 TO WS-NO-COST-LINES
           END-IF
           IF PRODUCT-CODE(SUB) = "R"
               ADD WS-SALES-AMOUNT TO GST-RETURNS(GST-INDEX)
               SUBTRACT WS-RELIEF-AMOUNT FROM GST-RELIEF(GST-INDEX)
           END-PERFORM
           .

       146-FIND-STD-COST.
           MOVE 'N' TO WS-COST-FOUND-FLAG
           MOVE ZERO TO WS-STD-COST
           PERFORM VARYING SCT-INDEX FROM 1 BY 1
                   UNTIL SCT-INDEX > WS-STD-COST-COUNT
               IF SCT-PRODUCT-ID(SCT-INDEX) = PRODUCT-ID(SUB)
                       AND WS-LINE-PERIOD >= SCT-START(SCT-INDEX)
                       AND WS-LINE-PERIOD <= SCT-END(SCT-INDEX)
                   MOVE SCT-STD-COST(SCT-INDEX) TO WS-STD-COST
                   MOVE 'Y' TO WS-COST-FOUND-FLAG
               END-IF
           END-PERFORM
           .

       150-BUILD-JOURNAL-TABLE.
           PERFORM 152-BUILD-STATE-ENTRIES
               VARYING GST-INDEX FROM 1 BY 1
