       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4BILL.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS "PR4 SHIPPED.TXT" (WHAT PR4STOCK ACTUALLY
      *SHIPPED THIS RUN, IN THE SAME LAYOUT AND ORDER AS "PR4
      *SORTED.TXT") AND PRODUCES ONE INVOICE PER CUSTOMER IN "PR4
      *INVOICES.TXT". THE BILL-TO HEADING COMES FROM THE CUSTOMER
      *MASTER "PR4 CUSTOMERS.DAT" (READ BY CUSTOMER KEY), EACH
      *PRODUCT LINE IS PRICED THE
      *SAME WAY THE REPORT PRICES IT (NUMBER-BOXES TIMES BOX-PRICE),
      *AND THE INVOICE TOTAL MATCHES THE CUSTOMER TOTAL LINE ON
      *"PROJECT 4 REPORT.TXT" LESS ANY BOXES PUT ON BACKORDER AND
      *PLUS ANY BACKORDERS FILLED THIS RUN, SO A CUSTOMER IS ONLY
      *BILLED FOR WHAT LEFT THE WAREHOUSE. PAYMENT TERMS ARE DRIVEN
      *BY THE CUSTOMER RATING ON THE MASTER: AGGRESSIVE ACCOUNTS GET
      *NET 10, NEW ACCOUNTS ARE PREPAID, AND SO ON.
      *EVERY INVOICE ON TERMS IS ALSO WRITTEN AS ONE OPEN-ITEM RECORD
      *TO THE INDEXED RECEIVABLES LEDGER "PR4 AR LEDGER.DAT", KEYED BY
      *CUSTOMER AND INVOICE NUMBER (CUSTOMER KEY,
      *INVOICE NUMBER, RUN PERIOD FROM "PR4 RUNCTL.TXT", AMOUNT, TERMS
      *DAYS AND DUE DATE) SO PR4CASH CAN APPLY PAYMENTS AND AGE WHAT
      *IS STILL OWED. INVOICE NUMBERS CONTINUE FROM THE HIGHEST
      *A ROW WITH A CITY CODE OVERRIDES THE STATE-LEVEL ROW. THE TAX
      *LINE PRINTS AFTER THE PRODUCT LINES AND THE INVOICE TOTAL AND
      *THE AR OPEN ITEM BOTH INCLUDE THE TAX. PR4TAX TOTALS THE SAME
      *NUMBERS PER STATE FOR THE REMITTANCE FILING. A RUN FOR A
      *PERIOD PR4CLOSE HAS CLOSED ON "PR4 PERIOD STATUS.TXT" ENDS WITH
      *RETURN CODE 20 AND POSTS NOTHING UNLESS IT IS A REPORT-ONLY
      *RERUN. A REPORT-ONLY RERUN OPENS THE AR LEDGER FOR INPUT ONLY.
      ******************************************************************


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "PR4 PRODUCTS.TXT"
               ASSIGN TO "PR4 INVOICES.TXT".

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL RUNCTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT OPTIONAL TAXRATE-FILE
               ASSIGN TO "PR4 TAXRATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD CUSTOMER-FILE
       RECORD CONTAINS 67 CHARACTERS.
       01 CUSTOMER-FILE-RECORD.
           05  CM-KEY.
               10  CM-STATE           PIC X(2).
               10  CM-CITY            PIC X(2).
               10  CM-CUSTOMER-ID     PIC X(2).
           05  CM-NAME                PIC X(20).
           05  CM-RATING              PIC 9(1).
           05  CM-ADDRESS             PIC X(30).
       FD AR-LEDGER-FILE
       RECORD CONTAINS 52 CHARACTERS.
       01 AR-LEDGER-RECORD.
           05  AR-KEY.
               10  AR-CUSTOMER-KEY.
                   15  AR-STATE       PIC X(2).
                   15  AR-CITY        PIC X(2).
                   15  AR-CUSTOMER-ID PIC X(2).
               10  AR-INVOICE-NO      PIC 9(6).
           05  AR-PERIOD              PIC X(6).
           05  AR-AMOUNT              PIC S9(9)V99.
           05  AR-OPEN-AMOUNT         PIC S9(9)V99.
           05  RC-RUN-MODE            PIC X(1).
           05  FILLER                 PIC X(27).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD TAXRATE-FILE
       RECORD CONTAINS 9 CHARACTERS.
       01 TAXRATE-FILE-RECORD.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG        PIC X       VALUE 'N'.
               88 PERIOD-INVOICE-FOUND                 VALUE 'Y'.
           05  WS-CITY-RATE-FLAG           PIC X       VALUE 'N'.
               88 CITY-RATE-FOUND                      VALUE 'Y'.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.

       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.
       01  WS-TAXRATE-STATUS              PIC XX      VALUE SPACES.

       01  WS-RUN-MODE                    PIC X(1)    VALUE 'N'.
       01  WS-TERMS-DAYS                PIC 9(3)    VALUE ZERO.
       01  WS-PERIOD-LOW-INVOICE        PIC 9(6)    VALUE ZERO.

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES

       100-MAIN-MODULE.
           PERFORM 105-GET-RUN-PERIOD
           PERFORM 107-CHECK-PERIOD-STATUS
           PERFORM 110-OPEN-CUSTOMER-MASTER
           PERFORM 120-LOAD-PRODUCT-TABLE
           PERFORM 125-LOAD-TAX-TABLE
           OPEN INPUT SORTED-FILE
           CLOSE SORTED-FILE
           CLOSE INVOICE-FILE
           CLOSE AR-LEDGER-FILE
           CLOSE CUSTOMER-FILE
           STOP RUN
           .

           END-IF
           .

       107-CHECK-PERIOD-STATUS.
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
               DISPLAY "PR4BILL ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, NO INVOICES POSTED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       108-OPEN-AR-LEDGER.
           MOVE ZERO TO WS-INVOICE-NUMBER
           MOVE ZERO TO WS-PERIOD-LOW-INVOICE
           MOVE 'N' TO WS-PERIOD-INV-FLAG
           IF REPORT-ONLY-RERUN
               OPEN INPUT AR-LEDGER-FILE
           ELSE
               OPEN I-O AR-LEDGER-FILE
           END-IF
           IF WS-AR-LEDGER-STATUS NOT = "00"
                   AND WS-AR-LEDGER-STATUS NOT = "05"
               DISPLAY "PR4BILL ABORT - CANNOT OPEN PR4 AR LEDGER.DAT, "
                   "FILE STATUS " WS-AR-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-AR-LEDGER-STATUS = "00"
               MOVE 'N' TO AR-LEDGER-EOF-FLAG
               PERFORM UNTIL NO-MORE-AR-ITEMS
                   READ AR-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO AR-LEDGER-EOF-FLAG
                       NOT AT END
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF REPORT-ONLY-RERUN AND PERIOD-INVOICE-FOUND
               SUBTRACT 1 FROM WS-PERIOD-LOW-INVOICE
           END-IF
           .

       110-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4BILL ABORT - CANNOT OPEN PR4 CUSTOMERS.DAT, "
                   "FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-LOAD-PRODUCT-TABLE.

       175-FIND-CUSTOMER-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE WAREHOUSE-STATE TO CM-STATE
           MOVE WAREHOUSE-CITY TO CM-CITY
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                   MOVE CM-NAME TO WS-MASTER-NAME
                   MOVE CM-RATING TO WS-MASTER-RATING
                   MOVE CM-ADDRESS TO WS-MASTER-ADDRESS
           END-READ
           IF NOT MASTER-CUSTOMER-FOUND
               MOVE CUSTOMER-NAME TO WS-MASTER-NAME
               MOVE CUSTOMER-RATING TO WS-MASTER-RATING
               MOVE WS-DUE-DATE TO AR-DUE-DATE
               MOVE "O" TO AR-STATUS
               WRITE AR-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "PR4BILL ABORT - INVOICE "
                           WS-INVOICE-NUMBER " ALREADY ON "
                           "PR4 AR LEDGER.DAT, FILE STATUS "
                           WS-AR-LEDGER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-WRITE
           END-IF
           .

