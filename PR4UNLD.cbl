      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: unload the indexed customer master, on-hand ledger,
      *          lot ledger and receivables ledger back to their flat
      *          sequential layouts for backups, audits and outside
      *          tools
      * Tectonics: cobc -xo PR4UNLD.exe --std=mf  PR4UNLD.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4UNLD.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN BY THE OPERATOR WHENEVER A FLAT COPY OF THE
      *INDEXED MASTERS IS WANTED - FOR A BACKUP, FOR THE AUDITORS, OR
      *BEFORE A RELOAD WITH PR4LOAD. IT IS NOT A STEP OF THE PR4DRIVE
      *STREAM. IT READS EACH INDEXED FILE FROM START TO END IN KEY
      *ORDER AND WRITES EVERY RECORD, UNCHANGED, IN THE ORIGINAL
      *SEQUENTIAL LAYOUT:
      *  "PR4 CUSTOMERS.DAT" TO "PR4 CUSTOMERS.TXT" (67 CHARACTERS)
      *  "PR4 ONHAND.DAT"    TO "PR4 ONHAND.TXT"    (21 CHARACTERS)
      *  "PR4 AR LEDGER.DAT" TO "PR4 AR LEDGER.TXT" (52 CHARACTERS)
      *  "PR4 LOTS.DAT"      TO "PR4 LOTS.TXT"      (42 CHARACTERS)
      *A LOT ROW IS WRITTEN BACK IN THE FLAT LOT LAYOUT, WITH THE LOT
      *NUMBER AHEAD OF THE EXPIRATION DATE, SO PR4LOAD CAN RELOAD IT.
      *THE INDEXED FILES ARE OPENED INPUT ONLY AND ARE NEVER CHANGED.
      *ALL OF THEM MUST OPEN BEFORE ANY FLAT FILE IS WRITTEN, SO A
      *MISSING OR DAMAGED INDEXED FILE ENDS THE RUN WITH RETURN CODE
      *16 AND LEAVES THE PREVIOUS FLAT COPIES AS THEY WERE. THE ONE
      *EXCEPTION IS A LOT LEDGER THAT HAS NOT BEEN LOADED YET: THE
      *EXISTING "PR4 LOTS.TXT" IS THEN LEFT AS IT IS, SO IT CAN STILL
      *BE LOADED BY PR4LOAD. THE RECORD COUNTS ARE DISPLAYED AT THE
      *END OF THE RUN.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT LOT-FILE
               ASSIGN TO "PR4 LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT CUSTOMER-TEXT-FILE
               ASSIGN TO "PR4 CUSTOMERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ONHAND-TEXT-FILE
               ASSIGN TO "PR4 ONHAND.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AR-TEXT-FILE
               ASSIGN TO "PR4 AR LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-TEXT-FILE
               ASSIGN TO "PR4 LOTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

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
           05  WS-LOTS-LOADED-FLAG         PIC X       VALUE 'N'.
               88 LOT-LEDGER-LOADED                    VALUE 'Y'.

       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-LOT-STATUS                  PIC XX      VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-CUSTOMER-COUNT  PIC 9(7)    VALUE ZERO.
           05  WS-ONHAND-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-AR-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-LOT-COUNT       PIC 9(7)    VALUE ZERO.

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-OPEN-INDEXED-FILES
           PERFORM 120-UNLOAD-CUSTOMERS
           PERFORM 130-UNLOAD-ONHAND
           PERFORM 140-UNLOAD-AR-LEDGER
           IF LOT-LEDGER-LOADED
               PERFORM 150-UNLOAD-LOTS
           ELSE
               DISPLAY "PR4UNLD - PR4 LOTS.DAT NOT LOADED YET, "
                   "PR4 LOTS.TXT LEFT AS IT WAS"
           END-IF
           DISPLAY "PR4UNLD - CUSTOMERS: " WS-CUSTOMER-COUNT
               " ON-HAND ROWS: " WS-ONHAND-COUNT
               " AR ITEMS: " WS-AR-COUNT
               " LOT ROWS: " WS-LOT-COUNT
           STOP RUN
           .

       110-OPEN-INDEXED-FILES.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4UNLD ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = "00"
               DISPLAY "PR4UNLD ABORT - CANNOT OPEN "
                   "PR4 ONHAND.DAT, FILE STATUS " WS-ONHAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS NOT = "00"
               DISPLAY "PR4UNLD ABORT - CANNOT OPEN "
                   "PR4 AR LEDGER.DAT, FILE STATUS " WS-AR-LEDGER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOT-FILE
           EVALUATE WS-LOT-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-LOTS-LOADED-FLAG
               WHEN "35"
                   MOVE 'N' TO WS-LOTS-LOADED-FLAG
               WHEN OTHER
                   DISPLAY "PR4UNLD ABORT - CANNOT OPEN "
                       "PR4 LOTS.DAT, FILE STATUS " WS-LOT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       120-UNLOAD-CUSTOMERS.
           OPEN OUTPUT CUSTOMER-TEXT-FILE
           MOVE 'N' TO CUSTOMER-EOF-FLAG
           PERFORM UNTIL NO-MORE-CUSTOMERS
               READ CUSTOMER-FILE
                   AT END
                       MOVE 'Y' TO CUSTOMER-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-CUSTOMER-COUNT
                       MOVE CUSTOMER-FILE-RECORD
                           TO CUSTOMER-TEXT-RECORD
                       WRITE CUSTOMER-TEXT-RECORD
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-FILE
           CLOSE CUSTOMER-TEXT-FILE
           .

       130-UNLOAD-ONHAND.
           OPEN OUTPUT ONHAND-TEXT-FILE
           MOVE 'N' TO ONHAND-EOF-FLAG
           PERFORM UNTIL NO-MORE-ONHAND
               READ ONHAND-FILE
                   AT END
                       MOVE 'Y' TO ONHAND-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ONHAND-COUNT
                       MOVE ONHAND-RECORD TO ONHAND-TEXT-RECORD
                       WRITE ONHAND-TEXT-RECORD
               END-READ
           END-PERFORM
           CLOSE ONHAND-FILE
           CLOSE ONHAND-TEXT-FILE
           .

       140-UNLOAD-AR-LEDGER.
           OPEN OUTPUT AR-TEXT-FILE
           MOVE 'N' TO AR-EOF-FLAG
           PERFORM UNTIL NO-MORE-AR-ITEMS
               READ AR-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO AR-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-AR-COUNT
                       MOVE AR-LEDGER-RECORD TO AR-TEXT-RECORD
                       WRITE AR-TEXT-RECORD
               END-READ
           END-PERFORM
           CLOSE AR-LEDGER-FILE
           CLOSE AR-TEXT-FILE
           .

       150-UNLOAD-LOTS.
           OPEN OUTPUT LOT-TEXT-FILE
           MOVE 'N' TO LOT-EOF-FLAG
           PERFORM UNTIL NO-MORE-LOTS
               READ LOT-FILE
                   AT END
                       MOVE 'Y' TO LOT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOT-COUNT
                       MOVE LT-STATE TO LX-STATE
                       MOVE LT-CITY TO LX-CITY
                       MOVE LT-PRODUCT-ID TO LX-PRODUCT-ID
                       MOVE LT-LOT-NUMBER TO LX-LOT-NUMBER
                       MOVE LT-EXPIRY-DATE TO LX-EXPIRY-DATE
                       MOVE LT-QTY TO LX-QTY
                       MOVE LT-DATE-RECEIVED TO LX-DATE-RECEIVED
                       WRITE LOT-TEXT-RECORD
               END-READ
           END-PERFORM
           CLOSE LOT-FILE
           CLOSE LOT-TEXT-FILE
           .
