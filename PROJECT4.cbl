      *ALL THE DATA FROM THE 2 FILES AND IS CALLED "PR4 MERGED.TXT".
      *THE DATA IS THE SORTED AND STORED IN FILE "PR4 SORTED.TXT" AND
      *FINALLY IS USED GENERATE THE REPORT FILE WHICH IS STORED IN
      *"PROJECT 4 REPORT.TXT". A RUN FOR A PERIOD PR4CLOSE HAS CLOSED
      *ON "PR4 PERIOD STATUS.TXT" ENDS WITH RETURN CODE 20 BEFORE THE
      *MERGED AND SORTED FILES ARE REBUILT AND BEFORE ANY REPORT OR
      *HISTORY IS WRITTEN UNLESS IT IS A REPORT-ONLY RERUN.
      ******************************************************************


               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO "PR4 EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT STATE-REPORT-FILE
               ASSIGN TO DYNAMIC WS-STATE-REPORT-NAME.

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
           05  RC-BURST               PIC X(1).
           05  FILLER                 PIC X(21).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD REPORT-FILE.
           01 REPORT-RECORD                            PIC X(70).

               88 NO-MORE-CITIES                       VALUE 'Y'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG        PIC X       VALUE 'N'.
               88 MASTER-CUSTOMER-FOUND                VALUE 'Y'.
           05  WS-CUST-OPEN-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-PRODRANK-CKPT                VALUE 'Y'.
           05  HISTORY-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-HISTORY                      VALUE 'Y'.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.

       01  WS-CHECKPOINT-STATUS           PIC XX      VALUE SPACES.
       01  WS-HISTORY-STATUS              PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.

       01  RUN-CONTROL-FIELDS.
           05  WS-RUN-PERIOD-OVERRIDE     PIC X(6)    VALUE SPACES.
               10  PRD-NAME  PIC X(14).
               10  PRD-TYPE  PIC X(8).

       01  WS-CUSTOMER-STATUS           PIC XX      VALUE SPACES.

       01  WS-MASTER-FIELDS.
           05  WS-MASTER-NAME           PIC X(20)   VALUE SPACES.

       100-MAIN-MODULE.

           PERFORM 127-READ-RUN-CONTROL
           PERFORM 136-GET-CURRENT-PERIOD
           PERFORM 133-CHECK-PERIOD-STATUS
           PERFORM 102-CHECK-RESTART
           IF WS-RESTART-PHASE NOT = "SORTDONE"
                   AND WS-RESTART-PHASE NOT = "STATE"
           .

       125-HOUSEKEEPING.
           PERFORM 130-LOAD-STATE-TABLE
           PERFORM 135-LOAD-CITY-TABLE
           PERFORM 137-LOAD-PRODUCT-TABLE
           PERFORM 134-OPEN-CUSTOMER-MASTER
           PERFORM 139-LOAD-HISTORY-TABLE
           OPEN INPUT SORTED-FILE
           IF WS-RESTART-PHASE = "STATE"
           CLOSE PRODUCT-FILE
           .

       134-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PROJECT4 ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       136-GET-CURRENT-PERIOD.
           END-IF
           .

       133-CHECK-PERIOD-STATUS.
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
               DISPLAY "PROJECT4 ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, NO HISTORY POSTED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       139-LOAD-HISTORY-TABLE.
           MOVE ZERO TO WS-HISTORY-COUNT
           OPEN INPUT HISTORY-FILE
           END-SEARCH
           IF CUSTOMER-OPEN
               MOVE 'N' TO WS-MASTER-FOUND-FLAG
               MOVE WS-CUST-STATE TO CM-STATE
               MOVE WS-CUST-CITY TO CM-CITY
               MOVE WS-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-MASTER-NAME
                       MOVE ZERO TO WS-MASTER-RATING
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                       MOVE CM-NAME TO WS-MASTER-NAME
                       MOVE CM-RATING TO WS-MASTER-RATING
               END-READ
           END-IF
           .


       196-CHECK-CUSTOMER-MASTER.
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
           END-READ
           IF NOT MASTER-CUSTOMER-FOUND
               MOVE "CUST-MASTER" TO EX-FIELD
               MOVE CUSTOMER-ID TO EX-VALUE
           CLOSE EXCEPTION-FILE
           CLOSE CSV-FILE
           CLOSE HISTORY-FILE
           CLOSE CUSTOMER-FILE
           STOP RUN
           .
