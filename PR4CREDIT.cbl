      *VALIDn.TXT" FILES AND REPOINTED "PR4 MANIFEST.TXT" AT THEM, AND
      *BEFORE PROJECT4 MERGES. FOR EVERY CUSTOMER IT ADDS THE NEW
      *SALES ON THE VALIDATED FILES TO THE OPEN BALANCE ON "PR4 AR
      *LEDGER.DAT" (READ BY CUSTOMER KEY); A CUSTOMER WHOSE TOTAL
      *WOULD EXCEED THE CREDIT LIMIT ON "PR4 CUSTOMERS.DAT" HAS ALL
      *OF THIS RUN'S RECORDS
      *DIVERTED TO THE CREDIT-HOLD FILE "PR4 CREDIT HOLD.TXT"
      *(SEPARATE FROM THE DATA-ERROR SUSPENSE PR4REPAIR WORKS) AND THE
      *VALIDATED FILES ARE REWRITTEN WITHOUT THEM. THE HELD-ORDERS
      *PICKS IT UP THE SAME WAY "PR4 RESUBMIT.TXT" FLOWS IN TODAY.
      *CUSTOMERS WITH NO MASTER ROW PASS THROUGH UNCHECKED - MISSING
      *MASTERS ARE PROJECT4'S EXCEPTION, NOT A CREDIT DECISION.
      *THE IN-MEMORY TABLES HOLD 1000 VALIDATED RECORDS, 500
      *CUSTOMERS WITH NEW SALES AND 500 HELD CUSTOMERS; A RUN THAT
      *OVERFLOWS ANY OF THEM ABORTS WITH RETURN CODE 16 BEFORE THE
      *VALIDATED FILES, THE HOLD FILE OR THE MANIFEST ARE REWRITTEN.
      ******************************************************************


               FILE STATUS IS WS-VALID-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL HOLD-FILE
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
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  AR-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  HOLD-EOF-FLAG               PIC X       VALUE 'N'.

       01  WS-MANIFEST-STATUS             PIC XX      VALUE SPACES.
       01  WS-VALID-STATUS                PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-RELEASE-STATUS              PIC XX      VALUE SPACES.
           05  WS-MANIFEST-SUB        PIC 9       VALUE ZERO.
           05  WS-SLOT-SUB            PIC 9       VALUE ZERO.

       01  WS-HOLD-COUNT                PIC 9(3)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ITEM OCCURS 1 TO 500 TIMES
               10  NST-CUST    PIC X(2).
               10  NST-SALES   PIC S9(11)V99.
               10  NST-HELD    PIC X(1).
               10  NST-NAME    PIC X(20).
               10  NST-LIMIT   PIC 9(7).
               10  NST-OPEN    PIC S9(11)V99.

       01  WS-WORK-COUNT                PIC 9(4)    VALUE ZERO.
       01  VALID-WORK-TABLE.

       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-OPEN-MASTER-FILES
           PERFORM 130-LOAD-HOLD-TABLE
           PERFORM 150-LOAD-MANIFEST
           PERFORM 140-APPLY-RELEASE-CARDS
           PERFORM 220-REWRITE-HOLD-FILE
           PERFORM 230-PRINT-HELD-REPORT
           PERFORM 240-REWRITE-MANIFEST
           CLOSE CUSTOMER-FILE
           CLOSE AR-LEDGER-FILE
           STOP RUN
           .

       110-OPEN-MASTER-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4CREDIT ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS NOT = "00"
                   AND WS-AR-LEDGER-STATUS NOT = "05"
               DISPLAY "PR4CREDIT ABORT - CANNOT OPEN "
                   "PR4 AR LEDGER.DAT, FILE STATUS " WS-AR-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-GET-OPEN-BALANCE.
           MOVE ZERO TO NST-OPEN(NSL-INDEX)
           MOVE NST-STATE(NSL-INDEX) TO AR-STATE
           MOVE NST-CITY(NSL-INDEX) TO AR-CITY
           MOVE NST-CUST(NSL-INDEX) TO AR-CUSTOMER-ID
           MOVE 'N' TO AR-EOF-FLAG
           START AR-LEDGER-FILE KEY IS EQUAL TO AR-CUSTOMER-KEY
               INVALID KEY
                   MOVE 'Y' TO AR-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-AR-ITEMS
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO AR-EOF-FLAG
                   NOT AT END
                       IF AR-STATE NOT = NST-STATE(NSL-INDEX)
                               OR AR-CITY NOT = NST-CITY(NSL-INDEX)
                               OR AR-CUSTOMER-ID
                                   NOT = NST-CUST(NSL-INDEX)
                           MOVE 'Y' TO AR-EOF-FLAG
                       ELSE
                           IF AR-STATUS = "O"
                               ADD AR-OPEN-AMOUNT
                                   TO NST-OPEN(NSL-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       130-LOAD-HOLD-TABLE.
                       AT END
                           MOVE 'Y' TO HOLD-EOF-FLAG
                       NOT AT END
                           IF WS-HOLD-COUNT >= 500
                               DISPLAY "PR4CREDIT ABORT - CREDIT HOLD "
                                   "TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLD-COUNT
                           SET HLD-INDEX TO WS-HOLD-COUNT
                           MOVE HD-DATE-HELD TO HLT-DATE(HLD-INDEX)
           SET NSL-INDEX TO 1
           SEARCH NEW-SALES-ITEM
               AT END
                   IF WS-NEWSALES-COUNT >= 500
                       DISPLAY "PR4CREDIT ABORT - MORE THAN "
                           "500 CUSTOMERS WITH NEW SALES, TABLE FULL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-NEWSALES-COUNT
                   SET NSL-INDEX TO WS-NEWSALES-COUNT
                   MOVE VR-WAREHOUSE-STATE TO NST-STATE(NSL-INDEX)
                   MOVE VR-CUSTOMER-ID TO NST-CUST(NSL-INDEX)
                   MOVE ZERO TO NST-SALES(NSL-INDEX)
                   MOVE 'N' TO NST-HELD(NSL-INDEX)
                   MOVE SPACES TO NST-NAME(NSL-INDEX)
                   MOVE ZERO TO NST-LIMIT(NSL-INDEX)
                   MOVE ZERO TO NST-OPEN(NSL-INDEX)
               WHEN VR-WAREHOUSE-STATE = NST-STATE(NSL-INDEX)
                       AND VR-WAREHOUSE-CITY = NST-CITY(NSL-INDEX)
                       AND VR-CUSTOMER-ID = NST-CUST(NSL-INDEX)

       185-CHECK-ONE-CUSTOMER.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE NST-STATE(NSL-INDEX) TO CM-STATE
           MOVE NST-CITY(NSL-INDEX) TO CM-CITY
           MOVE NST-CUST(NSL-INDEX) TO CM-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                   MOVE CM-NAME TO NST-NAME(NSL-INDEX)
                   MOVE CM-CREDIT-LIMIT TO NST-LIMIT(NSL-INDEX)
           END-READ
           IF MASTER-CUSTOMER-FOUND
               PERFORM 120-GET-OPEN-BALANCE
               MOVE NST-OPEN(NSL-INDEX) TO WS-EXPOSURE
               ADD NST-SALES(NSL-INDEX) TO WS-EXPOSURE
               IF WS-EXPOSURE > NST-LIMIT(NSL-INDEX)
                   MOVE 'Y' TO NST-HELD(NSL-INDEX)
                   ADD 1 TO WS-HELD-CUST-COUNT
                   PERFORM 190-DIVERT-CUSTOMER-RECORDS
               MOVE NST-STATE(NSL-INDEX) TO HR-STATE
               MOVE NST-CITY(NSL-INDEX) TO HR-CITY
               MOVE NST-CUST(NSL-INDEX) TO HR-CUST
               MOVE NST-NAME(NSL-INDEX) TO HR-NAME
               MOVE NST-LIMIT(NSL-INDEX) TO HR-LIMIT
               MOVE NST-OPEN(NSL-INDEX) TO HR-OPEN
               MOVE NST-SALES(NSL-INDEX) TO HR-NEW
               COMPUTE WS-OVER-AMOUNT =
                   NST-OPEN(NSL-INDEX) + NST-SALES(NSL-INDEX)
                   - NST-LIMIT(NSL-INDEX)
               MOVE WS-OVER-AMOUNT TO HR-OVER
               WRITE HELD-REPORT-RECORD FROM HELD-DETAIL-LINE
                   AFTER ADVANCING 1
