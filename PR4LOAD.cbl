      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: one-time load of the flat customer master, on-hand
      *          ledger, lot ledger and receivables ledger into the
      *          keyed indexed files every program now reads and
      *          updates by key
      * Tectonics: cobc -xo PR4LOAD.exe --std=mf  PR4LOAD.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4LOAD.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN BY THE OPERATOR ONCE, WHEN THE SYSTEM MOVES
      *FROM THE FLAT MASTER FILES TO THE INDEXED ONES. IT IS NOT A STEP
      *OF THE PR4DRIVE STREAM. IT BUILDS:
      *  "PR4 CUSTOMERS.DAT" FROM "PR4 CUSTOMERS.TXT", KEYED BY STATE,
      *                      CITY AND CUSTOMER ID
      *  "PR4 ONHAND.DAT"    FROM "PR4 ONHAND.TXT", KEYED BY WAREHOUSE
      *                      (STATE/CITY) AND PRODUCT ID
      *  "PR4 AR LEDGER.DAT" FROM "PR4 AR LEDGER.TXT", KEYED BY STATE,
      *                      CITY, CUSTOMER ID AND INVOICE NUMBER, WITH
      *                      THE INVOICE PERIOD AS A SECOND KEY
      *  "PR4 LOTS.DAT"      FROM "PR4 LOTS.TXT", KEYED BY WAREHOUSE,
      *                      PRODUCT, EXPIRATION DATE AND LOT NUMBER
      *THE RECORD LAYOUTS DO NOT CHANGE - ONLY THE ORGANIZATION DOES -
      *EXCEPT THAT A LOT ROW HAS ITS EXPIRATION DATE MOVED AHEAD OF
      *THE LOT NUMBER SO THE KEY IS CONTIGUOUS; THE LENGTH STAYS 42.
      *THE FLAT FILES MAY BE IN ANY ORDER. A RECORD WHOSE KEY IS
      *ALREADY LOADED IS NOT LOADED A SECOND TIME; IT IS LISTED ON THE
      *LOAD REPORT "PR4 LOAD REPORT.TXT" WITH A WARNING AND THE RUN
      *ENDS WITH RETURN CODE 16 SO THE FLAT FILE GETS CORRECTED AND
      *THE LOAD RERUN. THE FOUR .DAT FILES THAT RUN BUILT ARE LEFT IN
      *PLACE, SO THE OPERATOR MUST REMOVE ALL FOUR BEFORE RERUNNING
      *THE LOAD OR IT WILL REFUSE TO START (SEE BELOW). THE REPORT
      *ENDS WITH THE RECORDS READ, LOADED AND REJECTED FOR EACH FILE.
      *THE CUSTOMER MASTER MUST BE THERE; AN ON-HAND LEDGER, LOT
      *LEDGER OR AR LEDGER THAT DOES NOT EXIST YET IS LOADED EMPTY.
      *SO THAT A SECOND RUN CAN NEVER WIPE OUT LIVE INDEXED FILES, THE
      *LOAD REFUSES TO START (RETURN CODE 16) WHEN ANY OF THE FOUR .DAT
      *FILES ALREADY EXISTS. IT ALSO ENDS WITH RETURN CODE 16 WHEN ONE
      *OF THEM CANNOT BE CHECKED (ANY FILE STATUS OTHER THAN 35, NOT
      *FOUND) OR CANNOT BE CREATED. TO RELOAD, RUN PR4UNLD FIRST SO
      *THE FLAT FILES ARE CURRENT, THEN REMOVE THE .DAT FILES.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-TEXT-FILE
               ASSIGN TO "PR4 CUSTOMERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-TEXT-STATUS.

           SELECT OPTIONAL ONHAND-TEXT-FILE
               ASSIGN TO "PR4 ONHAND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONHAND-TEXT-STATUS.

           SELECT OPTIONAL AR-TEXT-FILE
               ASSIGN TO "PR4 AR LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-TEXT-STATUS.

           SELECT OPTIONAL LOT-TEXT-FILE
               ASSIGN TO "PR4 LOTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-TEXT-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR4 LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT LOAD-REPORT-FILE
               ASSIGN TO "PR4 LOAD REPORT.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD CUSTOMER-TEXT-FILE
       RECORD CONTAINS 67 CHARACTERS.
       01 CUSTOMER-TEXT-RECORD                         PIC X(67).

       FD ONHAND-TEXT-FILE
       RECORD CONTAINS 21 CHARACTERS.
       01 ONHAND-TEXT-RECORD                           PIC X(21).

       FD AR-TEXT-FILE
       RECORD CONTAINS 52 CHARACTERS.
       01 AR-TEXT-RECORD                               PIC X(52).

       FD LOT-TEXT-FILE
       RECORD CONTAINS 42 CHARACTERS.
       01 LOT-TEXT-RECORD.
           05  LX-STATE               PIC X(2).
           05  LX-CITY                PIC X(2).
           05  LX-PRODUCT-ID          PIC X(5).
           05  LX-LOT-NUMBER          PIC X(10).
           05  LX-EXPIRY-DATE         PIC 9(8).
           05  LX-QTY                 PIC S9(7).
           05  LX-DATE-RECEIVED       PIC 9(8).

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
           05  CM-REP-CODE            PIC X(3).
           05  CM-CREDIT-LIMIT        PIC 9(7).

       FD ONHAND-FILE
       RECORD CONTAINS 21 CHARACTERS.
       01 ONHAND-RECORD.
           05  OH-KEY.
               10  OH-WAREHOUSE.
                   15  OH-STATE       PIC X(2).
                   15  OH-CITY        PIC X(2).
               10  OH-PRODUCT-ID      PIC X(5).
           05  OH-QTY                 PIC S9(7).
           05  OH-REORDER-POINT       PIC 9(5).

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
           05  AR-TERMS-DAYS          PIC 9(3).
           05  AR-DUE-DATE            PIC 9(8).
           05  AR-STATUS              PIC X(1).

       FD LOT-FILE
       RECORD CONTAINS 42 CHARACTERS.
       01 LOT-RECORD.
           05  LT-KEY.
               10  LT-WAREHOUSE.
                   15  LT-STATE       PIC X(2).
                   15  LT-CITY        PIC X(2).
               10  LT-PRODUCT-ID      PIC X(5).
               10  LT-EXPIRY-DATE     PIC 9(8).
               10  LT-LOT-NUMBER      PIC X(10).
           05  LT-QTY                 PIC S9(7).
           05  LT-DATE-RECEIVED       PIC 9(8).

       FD LOAD-REPORT-FILE.
       01 LOAD-REPORT-RECORD                           PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  CUSTOMER-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-CUSTOMERS                    VALUE 'Y'.
           05  ONHAND-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-ONHAND                       VALUE 'Y'.
           05  AR-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  LOT-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-LOTS                         VALUE 'Y'.
           05  WS-ALREADY-LOADED-FLAG      PIC X       VALUE 'N'.
               88 INDEXED-FILE-EXISTS                  VALUE 'Y'.

       01  WS-CUSTOMER-TEXT-STATUS        PIC XX      VALUE SPACES.
       01  WS-ONHAND-TEXT-STATUS          PIC XX      VALUE SPACES.
       01  WS-AR-TEXT-STATUS              PIC XX      VALUE SPACES.
       01  WS-LOT-TEXT-STATUS             PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-LOT-STATUS                  PIC XX      VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-READ-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-LOADED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REJECT-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-TOTAL-REJECTS   PIC 9(7)    VALUE ZERO.

      **************************REPORT SECTION**************************
       01  LOAD-TITLE-HEADING.
           05                 PIC X(20) VALUE SPACES.
           05                 PIC X(40) VALUE
               "DR. CHEEBS INDEXED MASTER FILE LOAD".

       01  LOAD-REJECT-HEADING.
           05                 PIC X(20) VALUE "FILE".
           05                 PIC X(16) VALUE "REASON".
           05                 PIC X(14) VALUE "RECORD".

       01  LOAD-REJECT-LINE.
           05  LR-FILE        PIC X(20).
           05  LR-REASON      PIC X(16).
           05  LR-RECORD      PIC X(67).

       01  LOAD-COUNT-LINE.
           05  LC-FILE        PIC X(20).
           05                 PIC X(6)  VALUE "READ  ".
           05  LC-READ        PIC Z,ZZZ,ZZ9.
           05                 PIC X(10) VALUE "  LOADED  ".
           05  LC-LOADED      PIC Z,ZZZ,ZZ9.
           05                 PIC X(12) VALUE "  REJECTED  ".
           05  LC-REJECTED    PIC Z,ZZZ,ZZ9.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-CHECK-NOT-LOADED
           OPEN INPUT CUSTOMER-TEXT-FILE
           IF WS-CUSTOMER-TEXT-STATUS NOT = "00"
               DISPLAY "PR4LOAD ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.TXT, FILE STATUS "
                   WS-CUSTOMER-TEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LOAD-REPORT-FILE
           WRITE LOAD-REPORT-RECORD FROM LOAD-TITLE-HEADING
               AFTER ADVANCING 1
           WRITE LOAD-REPORT-RECORD FROM LOAD-REJECT-HEADING
               AFTER ADVANCING 2
           PERFORM 120-LOAD-CUSTOMERS
           PERFORM 130-LOAD-ONHAND
           PERFORM 140-LOAD-AR-LEDGER
           PERFORM 150-LOAD-LOTS
           CLOSE LOAD-REPORT-FILE
           IF WS-TOTAL-REJECTS > ZERO
               DISPLAY "PR4LOAD - " WS-TOTAL-REJECTS
                   " RECORDS NOT LOADED, SEE PR4 LOAD REPORT.TXT"
               DISPLAY "PR4LOAD - CORRECT THE FLAT FILE, THEN REMOVE "
                   "PR4 CUSTOMERS.DAT, PR4 ONHAND.DAT, "
                   "PR4 AR LEDGER.DAT AND PR4 LOTS.DAT BEFORE "
                   "RERUNNING THE LOAD"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       110-CHECK-NOT-LOADED.
           MOVE 'N' TO WS-ALREADY-LOADED-FLAG
           OPEN INPUT CUSTOMER-FILE
           EVALUATE WS-CUSTOMER-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ALREADY-LOADED-FLAG
                   CLOSE CUSTOMER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PR4LOAD ABORT - CANNOT CHECK "
                       "PR4 CUSTOMERS.DAT, FILE STATUS "
                       WS-CUSTOMER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT ONHAND-FILE
           EVALUATE WS-ONHAND-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ALREADY-LOADED-FLAG
                   CLOSE ONHAND-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PR4LOAD ABORT - CANNOT CHECK "
                       "PR4 ONHAND.DAT, FILE STATUS "
                       WS-ONHAND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT AR-LEDGER-FILE
           EVALUATE WS-AR-LEDGER-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ALREADY-LOADED-FLAG
                   CLOSE AR-LEDGER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PR4LOAD ABORT - CANNOT CHECK "
                       "PR4 AR LEDGER.DAT, FILE STATUS "
                       WS-AR-LEDGER-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN INPUT LOT-FILE
           EVALUATE WS-LOT-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-ALREADY-LOADED-FLAG
                   CLOSE LOT-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PR4LOAD ABORT - CANNOT CHECK "
                       "PR4 LOTS.DAT, FILE STATUS "
                       WS-LOT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF INDEXED-FILE-EXISTS
               DISPLAY "PR4LOAD ABORT - THE INDEXED FILES ARE ALREADY "
                   "LOADED, NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-LOAD-CUSTOMERS.
           MOVE ZERO TO WS-READ-COUNT WS-LOADED-COUNT WS-REJECT-COUNT
           OPEN OUTPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4LOAD ABORT - CANNOT CREATE "
                   "PR4 CUSTOMERS.DAT, FILE STATUS "
                   WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO CUSTOMER-EOF-FLAG
           PERFORM UNTIL NO-MORE-CUSTOMERS
               READ CUSTOMER-TEXT-FILE
                   AT END
                       MOVE 'Y' TO CUSTOMER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE CUSTOMER-TEXT-RECORD
                           TO CUSTOMER-FILE-RECORD
                       WRITE CUSTOMER-FILE-RECORD
                           INVALID KEY
                               MOVE "PR4 CUSTOMERS.TXT" TO LR-FILE
                               MOVE CUSTOMER-TEXT-RECORD TO LR-RECORD
                               PERFORM 190-REJECT-DUPLICATE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-TEXT-FILE
           CLOSE CUSTOMER-FILE
           MOVE "PR4 CUSTOMERS.TXT" TO LC-FILE
           PERFORM 195-WRITE-COUNT-LINE
           .

       130-LOAD-ONHAND.
           MOVE ZERO TO WS-READ-COUNT WS-LOADED-COUNT WS-REJECT-COUNT
           OPEN OUTPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = "00"
               DISPLAY "PR4LOAD ABORT - CANNOT CREATE "
                   "PR4 ONHAND.DAT, FILE STATUS "
                   WS-ONHAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ONHAND-TEXT-FILE
           IF WS-ONHAND-TEXT-STATUS = "00"
               MOVE 'N' TO ONHAND-EOF-FLAG
               PERFORM UNTIL NO-MORE-ONHAND
                   READ ONHAND-TEXT-FILE
                       AT END
                           MOVE 'Y' TO ONHAND-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE ONHAND-TEXT-RECORD TO ONHAND-RECORD
                           WRITE ONHAND-RECORD
                               INVALID KEY
                                   MOVE "PR4 ONHAND.TXT" TO LR-FILE
                                   MOVE ONHAND-TEXT-RECORD
                                       TO LR-RECORD
                                   PERFORM 190-REJECT-DUPLICATE
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE ONHAND-TEXT-FILE
           ELSE
               CLOSE ONHAND-TEXT-FILE
           END-IF
           CLOSE ONHAND-FILE
           MOVE "PR4 ONHAND.TXT" TO LC-FILE
           PERFORM 195-WRITE-COUNT-LINE
           .

       140-LOAD-AR-LEDGER.
           MOVE ZERO TO WS-READ-COUNT WS-LOADED-COUNT WS-REJECT-COUNT
           OPEN OUTPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS NOT = "00"
               DISPLAY "PR4LOAD ABORT - CANNOT CREATE "
                   "PR4 AR LEDGER.DAT, FILE STATUS "
                   WS-AR-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AR-TEXT-FILE
           IF WS-AR-TEXT-STATUS = "00"
               MOVE 'N' TO AR-EOF-FLAG
               PERFORM UNTIL NO-MORE-AR-ITEMS
                   READ AR-TEXT-FILE
                       AT END
                           MOVE 'Y' TO AR-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE AR-TEXT-RECORD TO AR-LEDGER-RECORD
                           WRITE AR-LEDGER-RECORD
                               INVALID KEY
                                   MOVE "PR4 AR LEDGER.TXT" TO LR-FILE
                                   MOVE AR-TEXT-RECORD TO LR-RECORD
                                   PERFORM 190-REJECT-DUPLICATE
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE AR-TEXT-FILE
           ELSE
               CLOSE AR-TEXT-FILE
           END-IF
           CLOSE AR-LEDGER-FILE
           MOVE "PR4 AR LEDGER.TXT" TO LC-FILE
           PERFORM 195-WRITE-COUNT-LINE
           .

       150-LOAD-LOTS.
           MOVE ZERO TO WS-READ-COUNT WS-LOADED-COUNT WS-REJECT-COUNT
           OPEN OUTPUT LOT-FILE
           IF WS-LOT-STATUS NOT = "00"
               DISPLAY "PR4LOAD ABORT - CANNOT CREATE "
                   "PR4 LOTS.DAT, FILE STATUS "
                   WS-LOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-TEXT-FILE
           IF WS-LOT-TEXT-STATUS = "00"
               MOVE 'N' TO LOT-EOF-FLAG
               PERFORM UNTIL NO-MORE-LOTS
                   READ LOT-TEXT-FILE
                       AT END
                           MOVE 'Y' TO LOT-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE LX-STATE TO LT-STATE
                           MOVE LX-CITY TO LT-CITY
                           MOVE LX-PRODUCT-ID TO LT-PRODUCT-ID
                           MOVE LX-EXPIRY-DATE TO LT-EXPIRY-DATE
                           MOVE LX-LOT-NUMBER TO LT-LOT-NUMBER
                           MOVE LX-QTY TO LT-QTY
                           MOVE LX-DATE-RECEIVED TO LT-DATE-RECEIVED
                           WRITE LOT-RECORD
                               INVALID KEY
                                   MOVE "PR4 LOTS.TXT" TO LR-FILE
                                   MOVE LOT-TEXT-RECORD TO LR-RECORD
                                   PERFORM 190-REJECT-DUPLICATE
                               NOT INVALID KEY
                                   ADD 1 TO WS-LOADED-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE LOT-TEXT-FILE
           ELSE
               CLOSE LOT-TEXT-FILE
           END-IF
           CLOSE LOT-FILE
           MOVE "PR4 LOTS.TXT" TO LC-FILE
           PERFORM 195-WRITE-COUNT-LINE
           .

       190-REJECT-DUPLICATE.
           ADD 1 TO WS-REJECT-COUNT
           ADD 1 TO WS-TOTAL-REJECTS
           MOVE "DUPLICATE KEY" TO LR-REASON
           WRITE LOAD-REPORT-RECORD FROM LOAD-REJECT-LINE
               AFTER ADVANCING 1
           DISPLAY "WARNING: DUPLICATE KEY ON " LR-FILE
               " NOT LOADED - " LR-RECORD
           .

       195-WRITE-COUNT-LINE.
           MOVE WS-READ-COUNT TO LC-READ
           MOVE WS-LOADED-COUNT TO LC-LOADED
           MOVE WS-REJECT-COUNT TO LC-REJECTED
           WRITE LOAD-REPORT-RECORD FROM LOAD-COUNT-LINE
               AFTER ADVANCING 2
           .
