       PROGRAM-ID. PR4CASH.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS THE OPEN-ITEM RECEIVABLES LEDGER "PR4 AR
      *LEDGER.DAT" (ONE RECORD PER TERMS INVOICE, WRITTEN BY PR4BILL,
      *INDEXED BY CUSTOMER KEY AND INVOICE NUMBER)
      *AND THE PAYMENTS FEED "PR4 PAYMENTS.TXT" (CUSTOMER KEY, INVOICE
      *NUMBER, AMOUNT). EACH PAYMENT IS MATCHED TO ITS OPEN ITEM AND
      *APPLIED BY READING AND REWRITING THAT ONE ITEM BY KEY; AN ITEM
      *PAID DOWN TO ZERO OR BELOW IS MARKED PAID
      *(STATUS P) AND KEPT ON THE LEDGER SO INVOICE NUMBERS ARE NEVER
      *REUSED - EVERY READER FILTERS ON STATUS O, AND PR4BILL SEEDS
      *ITS NEXT INVOICE NUMBER FROM THE HIGHEST NUMBER ON FILE. AN
      *AGING REPORT BY CUSTOMER (CURRENT / 30 / 60 / 90+ DAYS PAST
      *DUE) IS THEN PRINTED TO "PR4 AR AGING.TXT" BY READING THE
      *LEDGER IN KEY ORDER, USING THE NAMES AND ADDRESSES ON "PR4
      *CUSTOMERS.DAT". PAYMENTS THAT MATCH NO OPEN ITEM ARE
      *LISTED AT THE BOTTOM OF THE REPORT SO CASH IS NEVER SILENTLY
      *DROPPED. PREPAID CUSTOMERS NEVER HAVE OPEN ITEMS BECAUSE
      *PR4BILL NEVER WRITES THEM ONE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL PAYMENT-FILE
               FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "PR4 AR AGING.TXT".
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
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  PAYMENT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PAYMENTS                     VALUE 'Y'.
           05  WS-PAYMENT-FOUND-FLAG       PIC X       VALUE 'N'.
               88 OPEN-ITEM-FOUND                      VALUE 'Y'.
           05  WS-AGING-STARTED-FLAG       PIC X       VALUE 'N'.
               88 AGING-CUSTOMER-STARTED               VALUE 'Y'.

       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-PAYMENT-STATUS              PIC XX      VALUE SPACES.

       01  AGING-CUSTOMER-TOTALS.
           05  AGC-KEY.
               10  AGC-STATE      PIC X(2).
               10  AGC-CITY       PIC X(2).
               10  AGC-CUSTOMER   PIC X(2).
           05  AGC-CURRENT        PIC S9(9)V99.
           05  AGC-OVER-30        PIC S9(9)V99.
           05  AGC-OVER-60        PIC S9(9)V99.
           05  AGC-OVER-90        PIC S9(9)V99.

       01  WS-UNMATCHED-COUNT           PIC 9(3)    VALUE ZERO.
       01  UNMATCHED-PAYMENT-TABLE.

       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-OPEN-MASTER-FILES
           PERFORM 130-APPLY-PAYMENTS
           PERFORM 170-PRINT-AGING-REPORT
           CLOSE AR-LEDGER-FILE
           CLOSE CUSTOMER-FILE
           STOP RUN
           .

       110-OPEN-MASTER-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4CASH ABORT - CANNOT OPEN PR4 CUSTOMERS.DAT, "
                   "FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS NOT = "00"
                   AND WS-AR-LEDGER-STATUS NOT = "05"
               DISPLAY "PR4CASH ABORT - CANNOT OPEN PR4 AR LEDGER.DAT, "
                   "FILE STATUS " WS-AR-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

           MOVE 'N' TO WS-PAYMENT-FOUND-FLAG
           IF PY-INVOICE-NO IS NUMERIC
               MOVE PY-INVOICE-NO TO WS-PAY-INVOICE
               MOVE PY-STATE TO AR-STATE
               MOVE PY-CITY TO AR-CITY
               MOVE PY-CUSTOMER-ID TO AR-CUSTOMER-ID
               MOVE WS-PAY-INVOICE TO AR-INVOICE-NO
               READ AR-LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AR-STATUS = "O"
                           MOVE 'Y' TO WS-PAYMENT-FOUND-FLAG
                       END-IF
               END-READ
           END-IF
           IF OPEN-ITEM-FOUND
               SUBTRACT PY-AMOUNT FROM AR-OPEN-AMOUNT
               IF AR-OPEN-AMOUNT <= ZERO
                   MOVE "P" TO AR-STATUS
               END-IF
               REWRITE AR-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "PR4CASH ABORT - CANNOT REWRITE INVOICE "
                           AR-INVOICE-NO ", FILE STATUS "
                           WS-AR-LEDGER-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               IF WS-UNMATCHED-COUNT < 200
           END-IF
           .

       160-AGE-OPEN-ITEMS.
           MOVE 'N' TO WS-AGING-STARTED-FLAG
           MOVE 'N' TO AR-EOF-FLAG
           MOVE LOW-VALUES TO AR-KEY
           START AR-LEDGER-FILE KEY IS NOT LESS THAN AR-KEY
               INVALID KEY
                   MOVE 'Y' TO AR-EOF-FLAG
           END-START
           PERFORM UNTIL NO-MORE-AR-ITEMS
               READ AR-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO AR-EOF-FLAG
                   NOT AT END
                       IF AR-STATUS = "O"
                               AND AR-OPEN-AMOUNT NOT = ZERO
                           PERFORM 165-AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF AGING-CUSTOMER-STARTED
               PERFORM 180-PRINT-AGING-DETAIL
           END-IF
           .

       165-AGE-ONE-ITEM.
           IF AGING-CUSTOMER-STARTED
                   AND AR-CUSTOMER-KEY NOT = AGC-KEY
               PERFORM 180-PRINT-AGING-DETAIL
               MOVE 'N' TO WS-AGING-STARTED-FLAG
           END-IF
           IF NOT AGING-CUSTOMER-STARTED
               MOVE 'Y' TO WS-AGING-STARTED-FLAG
               MOVE AR-CUSTOMER-KEY TO AGC-KEY
               MOVE ZERO TO AGC-CURRENT
               MOVE ZERO TO AGC-OVER-30
               MOVE ZERO TO AGC-OVER-60
               MOVE ZERO TO AGC-OVER-90
           END-IF
           MOVE AR-DUE-DATE TO WS-DUE-DATE
           COMPUTE WS-DAYS-PAST-DUE =
               ((WS-RUN-YEAR - WS-DUE-YEAR) * 365)
               + ((WS-RUN-MONTH - WS-DUE-MONTH) * 30)
               + (WS-RUN-DAY - WS-DUE-DAY)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= ZERO
                   ADD AR-OPEN-AMOUNT TO AGC-CURRENT
                   ADD AR-OPEN-AMOUNT TO WS-TOT-CURRENT
               WHEN WS-DAYS-PAST-DUE <= 30
                   ADD AR-OPEN-AMOUNT TO AGC-OVER-30
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-30
               WHEN WS-DAYS-PAST-DUE <= 60
                   ADD AR-OPEN-AMOUNT TO AGC-OVER-60
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-60
               WHEN OTHER
                   ADD AR-OPEN-AMOUNT TO AGC-OVER-90
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-90
           END-EVALUATE
           .

               AFTER ADVANCING 2
           WRITE AGING-REPORT-RECORD FROM AGING-HEADING-1
               AFTER ADVANCING 2
           PERFORM 160-AGE-OPEN-ITEMS
           MOVE WS-TOT-CURRENT TO AT-CURRENT
           MOVE WS-TOT-OVER-30 TO AT-OVER-30
           MOVE WS-TOT-OVER-60 TO AT-OVER-60
           .

       180-PRINT-AGING-DETAIL.
           MOVE AGC-STATE TO AD-STATE
           MOVE AGC-CITY TO AD-CITY
           MOVE AGC-CUSTOMER TO AD-CUSTOMER
           MOVE SPACES TO AD-NAME
           MOVE "ADDRESS NOT ON MASTER" TO AD-ADDRESS
           MOVE AGC-KEY TO CM-KEY
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-NAME TO AD-NAME
                   MOVE CM-ADDRESS TO AD-ADDRESS
           END-READ
           MOVE AGC-CURRENT TO AD-CURRENT
           MOVE AGC-OVER-30 TO AD-OVER-30
           MOVE AGC-OVER-60 TO AD-OVER-60
           MOVE AGC-OVER-90 TO AD-OVER-90
           WRITE AGING-REPORT-RECORD FROM AGING-DETAIL-LINE
               AFTER ADVANCING 2
           WRITE AGING-REPORT-RECORD FROM AGING-ADDRESS-LINE
