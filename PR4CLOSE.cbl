      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: close the month once accounting signs it off - print
      *          the close package, lock the period against any more
      *          posting and roll the run control to the next period
      * Tectonics: cobc -xo PR4CLOSE.exe --std=mf  PR4CLOSE.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4CLOSE.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN BY THE OPERATOR ONCE MONTH-END HAS BEEN
      *SIGNED OFF. IT IS NOT A STEP OF THE PR4DRIVE STREAM. THE PERIOD
      *BEING CLOSED IS THE RUN PERIOD FROM "PR4 RUNCTL.TXT" (OR THE
      *SYSTEM DATE WHEN THE RUN CONTROL CARRIES NO PERIOD). IF "PR4
      *PERIOD STATUS.TXT" ALREADY SHOWS THE PERIOD CLOSED THE RUN ENDS
      *WITH RETURN CODE 20 AND NOTHING IS CHANGED.
      *
      *THE CLOSE PACKAGE "PR4 CLOSE PACKAGE.TXT" CARRIES THE FIGURES
      *ACCOUNTING SIGNS OFF ON:
      *  FINAL GRAND TOTAL - THE GRAND TOTAL ROW PROJECT4 POSTED TO
      *                      "PR4 HISTORY.TXT" FOR THE PERIOD
      *  AR BALANCE        - OPEN AMOUNT OF EVERY OPEN ITEM ON "PR4 AR
      *                      LEDGER.DAT"
      *  ON-HAND VALUE     - "PR4 ONHAND.DAT" BOXES AT THE STANDARD
      *                      COST IN EFFECT FOR THE PERIOD ON "PR4 STD
      *                      COSTS.TXT", FALLING BACK TO THE BOOK PRICE
      *                      ON "PR4 PRICES.TXT" (ROWS VALUED AT BOOK
      *                      ARE COUNTED ON THE PACKAGE)
      *  TAX DUE           - THE TOTAL LINE OF THE PR4TAX REMITTANCE
      *                      "PR4 TAX REMITTANCE.TXT"
      *  COMMISSIONS DUE   - THE TOTALS LINE OF THE PR4COMM SUMMARY
      *                      PAGE IN "PR4 COMMISSIONS.TXT"
      *THE PERIOD IS NOT CLOSED (RETURN CODE 16) WHEN PROJECT4 HAS NOT
      *POSTED A GRAND TOTAL FOR IT, WHEN THE TAX REMITTANCE IS MISSING
      *OR WAS PRINTED FOR ANOTHER PERIOD, OR WHEN THE COMMISSION
      *STATEMENTS ARE MISSING OR WERE PRINTED FOR ANOTHER PERIOD (THE
      *"RUN PERIOD: " LINE OF EACH REPORT) - THE CYCLE HAS TO BE
      *COMPLETE FIRST.
      *
      *ON A GOOD CLOSE A ROW (PERIOD, STATUS C, CLOSE DATE) IS ADDED TO
      *"PR4 PERIOD STATUS.TXT" AND THE PERIOD ON "PR4 RUNCTL.TXT" IS
      *ROLLED FORWARD ONE MONTH (DECEMBER ROLLS TO JANUARY OF THE NEXT
      *YEAR); THE TOP-N, RUN MODE, RETENTION AND BURST FIELDS ARE KEPT
      *AS THEY WERE. THE POSTING PROGRAMS (PROJECT4, PR4STOCK, PR4BILL
      *AND PR4GL) READ THE PERIOD STATUS FILE AND END WITH RETURN CODE
      *20 RATHER THAN POST INTO A CLOSED PERIOD. THE LAST ROW FOR A
      *PERIOD DECIDES ITS STATUS, SO ACCOUNTING CAN REOPEN A PERIOD BY
      *ADDING A ROW FOR IT WITH STATUS O.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "PR4 HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT OPTIONAL STD-COST-FILE
               ASSIGN TO "PR4 STD COSTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-COST-STATUS.

           SELECT OPTIONAL PRICE-FILE
               ASSIGN TO "PR4 PRICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICE-STATUS.

           SELECT OPTIONAL TAX-REMIT-FILE
               ASSIGN TO "PR4 TAX REMITTANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REMIT-STATUS.

           SELECT OPTIONAL COMMISSION-FILE
               ASSIGN TO "PR4 COMMISSIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.

           SELECT CLOSE-PACKAGE-FILE
               ASSIGN TO "PR4 CLOSE PACKAGE.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  RC-CONTROL-FIELDS      PIC X(34).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD HISTORY-FILE
       RECORD CONTAINS 28 CHARACTERS.
       01 HISTORY-RECORD.
           05  HH-PERIOD              PIC X(6).
           05  HH-LEVEL               PIC X(1).
           05  HH-STATE               PIC X(2).
           05  HH-CITY                PIC X(2).
           05  HH-CUSTOMER            PIC X(2).
           05  HH-TOTAL               PIC S9(13)V99.

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

       FD STD-COST-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 STD-COST-FILE-RECORD.
           05  SC-PRODUCT-ID          PIC X(5).
           05  SC-STD-COST            PIC 999V99.
           05  SC-START-PERIOD        PIC X(6).
           05  SC-END-PERIOD          PIC X(6).

       FD PRICE-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 PRICE-FILE-RECORD.
           05  PB-PRODUCT-ID          PIC X(5).
           05  PB-LIST-PRICE          PIC 999V99.
           05  PB-START-PERIOD        PIC X(6).
           05  PB-END-PERIOD          PIC X(6).

       FD TAX-REMIT-FILE
       RECORD CONTAINS 80 CHARACTERS.
       01 TAX-REMIT-RECORD                             PIC X(80).
       01 TAX-REMIT-PERIOD-LINE.
           05  TR-PERIOD-LABEL        PIC X(12).
           05  TR-PERIOD              PIC X(6).
           05  FILLER                 PIC X(62).
       01 TAX-REMIT-TOTAL-LINE.
           05  TR-TOTAL-LABEL         PIC X(6).
           05  TR-TOT-TAXABLE         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(3).
           05  TR-TOT-TAX             PIC $$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(35).

       FD COMMISSION-FILE
       RECORD CONTAINS 80 CHARACTERS.
       01 COMMISSION-RECORD                            PIC X(80).
       01 COMMISSION-PERIOD-LINE.
           05  CM-PERIOD-LABEL        PIC X(12).
           05  CM-PERIOD              PIC X(6).
           05  FILLER                 PIC X(62).
       01 COMMISSION-TOTAL-LINE.
           05  CM-TOTAL-LABEL         PIC X(7).
           05  FILLER                 PIC X(20).
           05  CM-TOT-SALES           PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(2).
           05  CM-TOT-COMM            PIC $$$,$$9.99-.
           05  FILLER                 PIC X(25).

       FD CLOSE-PACKAGE-FILE.
       01 CLOSE-PACKAGE-RECORD                         PIC X(80).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.
           05  HISTORY-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-HISTORY                      VALUE 'Y'.
           05  WS-GRAND-FOUND-FLAG         PIC X       VALUE 'N'.
               88 GRAND-TOTAL-FOUND                    VALUE 'Y'.
           05  AR-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  ONHAND-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-ONHAND                       VALUE 'Y'.
           05  STD-COST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-STD-COSTS                    VALUE 'Y'.
           05  PRICE-EOF-FLAG              PIC X       VALUE 'N'.
               88 NO-MORE-PRICES                       VALUE 'Y'.
           05  WS-COST-FOUND-FLAG          PIC X       VALUE 'N'.
               88 STD-COST-FOUND                       VALUE 'Y'.
           05  WS-BOOK-FOUND-FLAG          PIC X       VALUE 'N'.
               88 BOOK-PRICE-FOUND                     VALUE 'Y'.
           05  REPORT-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-REPORT-LINES                 VALUE 'Y'.
           05  WS-TAX-FOUND-FLAG           PIC X       VALUE 'N'.
               88 TAX-TOTAL-FOUND                      VALUE 'Y'.
           05  WS-COMM-FOUND-FLAG          PIC X       VALUE 'N'.
               88 COMM-TOTAL-FOUND                     VALUE 'Y'.
           05  WS-RUNCTL-FOUND-FLAG        PIC X       VALUE 'N'.
               88 RUNCTL-FOUND                         VALUE 'Y'.

       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.
       01  WS-HISTORY-STATUS              PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-STD-COST-STATUS             PIC XX      VALUE SPACES.
       01  WS-PRICE-STATUS                PIC XX      VALUE SPACES.
       01  WS-TAX-REMIT-STATUS            PIC XX      VALUE SPACES.
       01  WS-COMMISSION-STATUS           PIC XX      VALUE SPACES.

       01  WS-STD-COST-COUNT            PIC 9(3)    VALUE ZERO.
       01  STD-COST-TABLE.
           05  STD-COST-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-STD-COST-COUNT
                   INDEXED BY SCT-INDEX.
               10  SCT-PRODUCT-ID PIC X(5).
               10  SCT-STD-COST   PIC 999V99.
               10  SCT-START      PIC X(6).
               10  SCT-END        PIC X(6).

       01  WS-PRICE-COUNT               PIC 9(3)    VALUE ZERO.
       01  PRICE-BOOK-TABLE.
           05  PRICE-BOOK-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PRICE-COUNT
                   INDEXED BY PBT-INDEX.
               10  PBT-PRODUCT-ID PIC X(5).
               10  PBT-LIST-PRICE PIC 999V99.
               10  PBT-START      PIC X(6).
               10  PBT-END        PIC X(6).

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-NEXT-PERIOD.
           05  NP-YEAR                  PIC 9(4).
           05  NP-MONTH                 PIC 9(2).

       01  WS-RUNCTL-IMAGE.
           05  WS-RUNCTL-PERIOD         PIC X(6)    VALUE SPACES.
           05  WS-RUNCTL-CONTROL        PIC X(34)   VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-GRAND-TOTAL     PIC S9(13)V99         VALUE ZERO.
           05  WS-AR-BALANCE      PIC S9(13)V99         VALUE ZERO.
           05  WS-AR-OPEN-COUNT   PIC 9(5)              VALUE ZERO.
           05  WS-ONHAND-VALUE    PIC S9(13)V99         VALUE ZERO.
           05  WS-UNIT-COST       PIC 999V99            VALUE ZERO.
           05  WS-BOOK-VALUED     PIC 9(5)              VALUE ZERO.
           05  WS-NO-VALUE-ROWS   PIC 9(5)              VALUE ZERO.
           05  WS-TAX-DUE         PIC S9(13)V99         VALUE ZERO.
           05  WS-COMM-DUE        PIC S9(11)V99         VALUE ZERO.
           05  WS-TAX-PERIOD      PIC X(6)              VALUE SPACES.
           05  WS-COMM-PERIOD     PIC X(6)              VALUE SPACES.

      **************************REPORT SECTION**************************
       01  PACKAGE-TITLE-HEADING.
           05                 PIC X(15) VALUE SPACES.
           05                 PIC X(35) VALUE
               "DR. CHEEBS PERIOD CLOSE PACKAGE".

       01  PACKAGE-PERIOD-LINE.
           05                 PIC X(16) VALUE "PERIOD CLOSED:  ".
           05  PK-PERIOD-OUT  PIC X(6).
           05                 PIC X(6)  VALUE SPACES.
           05                 PIC X(12) VALUE "CLOSE DATE: ".
           05  PK-DATE-OUT    PIC 9(8).

       01  PACKAGE-NEXT-LINE.
           05                 PIC X(16) VALUE "NEXT PERIOD:    ".
           05  PK-NEXT-OUT    PIC X(6).

       01  PACKAGE-AMOUNT-LINE.
           05  PK-LABEL           PIC X(36).
           05  PK-AMOUNT          PIC $$$,$$$,$$$,$$9.99-.

       01  PACKAGE-COUNT-LINE.
           05                     PIC X(4)  VALUE SPACES.
           05  PK-COUNT           PIC ZZ,ZZ9.
           05                     PIC X(1)  VALUE SPACES.
           05  PK-COUNT-TEXT      PIC X(50).

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 115-CHECK-PERIOD-STATUS
           IF PERIOD-CLOSED
               DISPLAY "PR4CLOSE ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS ALREADY CLOSED, NOTHING CHANGED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-GET-GRAND-TOTAL
           PERFORM 130-GET-TAX-DUE
           PERFORM 135-GET-COMMISSIONS-DUE
           PERFORM 140-SUM-AR-BALANCE
           PERFORM 150-LOAD-STD-COSTS
           PERFORM 155-LOAD-PRICE-BOOK
           PERFORM 160-VALUE-ONHAND
           PERFORM 170-COMPUTE-NEXT-PERIOD
           PERFORM 180-PRINT-CLOSE-PACKAGE
           PERFORM 190-WRITE-PERIOD-STATUS
           PERFORM 195-ROLL-RUN-CONTROL
           DISPLAY "PR4CLOSE - PERIOD " WS-CURRENT-PERIOD
               " CLOSED, RUN CONTROL ROLLED TO " WS-NEXT-PERIOD
           STOP RUN
           .

       110-GET-RUN-PERIOD.
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
           MOVE WS-SYSTEM-YEAR TO CP-YEAR
           MOVE WS-SYSTEM-MONTH TO CP-MONTH
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               READ RUNCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'Y' TO WS-RUNCTL-FOUND-FLAG
                       MOVE RUNCTL-RECORD TO WS-RUNCTL-IMAGE
                       IF RC-PERIOD NOT = SPACES
                               AND RC-PERIOD IS NUMERIC
                           MOVE RC-PERIOD TO WS-CURRENT-PERIOD
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
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
           .

       120-GET-GRAND-TOTAL.
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE 'N' TO WS-GRAND-FOUND-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO HISTORY-EOF-FLAG
               PERFORM UNTIL NO-MORE-HISTORY
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLAG
                       NOT AT END
                           IF HH-PERIOD = WS-CURRENT-PERIOD
                                   AND HH-LEVEL = "G"
                               MOVE HH-TOTAL TO WS-GRAND-TOTAL
                               MOVE 'Y' TO WS-GRAND-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               CLOSE HISTORY-FILE
           END-IF
           IF NOT GRAND-TOTAL-FOUND
               DISPLAY "PR4CLOSE ABORT - PROJECT4 HAS NOT POSTED A "
                   "GRAND TOTAL FOR PERIOD " WS-CURRENT-PERIOD
                   ", PERIOD NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       130-GET-TAX-DUE.
           MOVE ZERO TO WS-TAX-DUE
           MOVE SPACES TO WS-TAX-PERIOD
           MOVE 'N' TO WS-TAX-FOUND-FLAG
           OPEN INPUT TAX-REMIT-FILE
           IF WS-TAX-REMIT-STATUS = "00"
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ TAX-REMIT-FILE
                       AT END
                           MOVE 'Y' TO REPORT-EOF-FLAG
                       NOT AT END
                           IF TR-PERIOD-LABEL = "RUN PERIOD: "
                               MOVE TR-PERIOD TO WS-TAX-PERIOD
                           END-IF
                           IF TR-TOTAL-LABEL = "TOTAL "
                               MOVE TR-TOT-TAX TO WS-TAX-DUE
                               MOVE 'Y' TO WS-TAX-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-REMIT-FILE
           ELSE
               CLOSE TAX-REMIT-FILE
           END-IF
           IF NOT TAX-TOTAL-FOUND
                   OR WS-TAX-PERIOD NOT = WS-CURRENT-PERIOD
               DISPLAY "PR4CLOSE ABORT - NO PR4TAX REMITTANCE FOR "
                   "PERIOD " WS-CURRENT-PERIOD ", PERIOD NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       135-GET-COMMISSIONS-DUE.
           MOVE ZERO TO WS-COMM-DUE
           MOVE SPACES TO WS-COMM-PERIOD
           MOVE 'N' TO WS-COMM-FOUND-FLAG
           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS = "00"
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ COMMISSION-FILE
                       AT END
                           MOVE 'Y' TO REPORT-EOF-FLAG
                       NOT AT END
                           IF CM-PERIOD-LABEL = "RUN PERIOD: "
                               MOVE CM-PERIOD TO WS-COMM-PERIOD
                           END-IF
                           IF CM-TOTAL-LABEL = "TOTALS "
                               MOVE CM-TOT-COMM TO WS-COMM-DUE
                               MOVE 'Y' TO WS-COMM-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-FILE
           ELSE
               CLOSE COMMISSION-FILE
           END-IF
           IF NOT COMM-TOTAL-FOUND
                   OR WS-COMM-PERIOD NOT = WS-CURRENT-PERIOD
               DISPLAY "PR4CLOSE ABORT - NO PR4COMM COMMISSION "
                   "SUMMARY FOR PERIOD " WS-CURRENT-PERIOD
                   ", PERIOD NOT CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       140-SUM-AR-BALANCE.
           MOVE ZERO TO WS-AR-BALANCE
           MOVE ZERO TO WS-AR-OPEN-COUNT
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS = "00"
               MOVE 'N' TO AR-EOF-FLAG
               PERFORM UNTIL NO-MORE-AR-ITEMS
                   READ AR-LEDGER-FILE
                       AT END
                           MOVE 'Y' TO AR-EOF-FLAG
                       NOT AT END
                           IF AR-STATUS = "O"
                               ADD AR-OPEN-AMOUNT TO WS-AR-BALANCE
                               ADD 1 TO WS-AR-OPEN-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               CLOSE AR-LEDGER-FILE
           END-IF
           .

       150-LOAD-STD-COSTS.
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
                               DISPLAY "PR4CLOSE ABORT - MORE THAN "
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

       155-LOAD-PRICE-BOOK.
           MOVE ZERO TO WS-PRICE-COUNT
           OPEN INPUT PRICE-FILE
           IF WS-PRICE-STATUS = "00"
               MOVE 'N' TO PRICE-EOF-FLAG
               PERFORM UNTIL NO-MORE-PRICES
                   READ PRICE-FILE
                       AT END
                           MOVE 'Y' TO PRICE-EOF-FLAG
                       NOT AT END
                           IF WS-PRICE-COUNT >= 500
                               DISPLAY "PR4CLOSE ABORT - MORE THAN "
                                   "500 PRICE BOOK ROWS, TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-PRICE-COUNT
                           SET PBT-INDEX TO WS-PRICE-COUNT
                           MOVE PB-PRODUCT-ID
                               TO PBT-PRODUCT-ID(PBT-INDEX)
                           MOVE PB-LIST-PRICE
                               TO PBT-LIST-PRICE(PBT-INDEX)
                           MOVE PB-START-PERIOD TO PBT-START(PBT-INDEX)
                           MOVE PB-END-PERIOD TO PBT-END(PBT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE PRICE-FILE
           ELSE
               CLOSE PRICE-FILE
           END-IF
           .

       160-VALUE-ONHAND.
           MOVE ZERO TO WS-ONHAND-VALUE
           MOVE ZERO TO WS-BOOK-VALUED
           MOVE ZERO TO WS-NO-VALUE-ROWS
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS = "00"
               MOVE 'N' TO ONHAND-EOF-FLAG
               PERFORM UNTIL NO-MORE-ONHAND
                   READ ONHAND-FILE
                       AT END
                           MOVE 'Y' TO ONHAND-EOF-FLAG
                       NOT AT END
                           PERFORM 165-VALUE-ONE-ONHAND-ROW
                   END-READ
               END-PERFORM
               CLOSE ONHAND-FILE
           ELSE
               CLOSE ONHAND-FILE
           END-IF
           .

       165-VALUE-ONE-ONHAND-ROW.
           MOVE 'N' TO WS-COST-FOUND-FLAG
           MOVE ZERO TO WS-UNIT-COST
           PERFORM VARYING SCT-INDEX FROM 1 BY 1
                   UNTIL SCT-INDEX > WS-STD-COST-COUNT
               IF SCT-PRODUCT-ID(SCT-INDEX) = OH-PRODUCT-ID
                       AND WS-CURRENT-PERIOD >= SCT-START(SCT-INDEX)
                       AND WS-CURRENT-PERIOD <= SCT-END(SCT-INDEX)
                   MOVE SCT-STD-COST(SCT-INDEX) TO WS-UNIT-COST
                   MOVE 'Y' TO WS-COST-FOUND-FLAG
               END-IF
           END-PERFORM
           IF NOT STD-COST-FOUND
               MOVE 'N' TO WS-BOOK-FOUND-FLAG
               PERFORM VARYING PBT-INDEX FROM 1 BY 1
                       UNTIL PBT-INDEX > WS-PRICE-COUNT
                   IF PBT-PRODUCT-ID(PBT-INDEX) = OH-PRODUCT-ID
                           AND WS-CURRENT-PERIOD >= PBT-START(PBT-INDEX)
                           AND WS-CURRENT-PERIOD <= PBT-END(PBT-INDEX)
                       MOVE PBT-LIST-PRICE(PBT-INDEX) TO WS-UNIT-COST
                       MOVE 'Y' TO WS-BOOK-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF BOOK-PRICE-FOUND
                   ADD 1 TO WS-BOOK-VALUED
               ELSE
                   ADD 1 TO WS-NO-VALUE-ROWS
               END-IF
           END-IF
           COMPUTE WS-ONHAND-VALUE =
               WS-ONHAND-VALUE + OH-QTY * WS-UNIT-COST
           .

       170-COMPUTE-NEXT-PERIOD.
           IF CP-MONTH = 12
               COMPUTE NP-YEAR = CP-YEAR + 1
               MOVE 1 TO NP-MONTH
           ELSE
               MOVE CP-YEAR TO NP-YEAR
               COMPUTE NP-MONTH = CP-MONTH + 1
           END-IF
           .

       180-PRINT-CLOSE-PACKAGE.
           OPEN OUTPUT CLOSE-PACKAGE-FILE
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO PK-PERIOD-OUT
           MOVE WS-SYSTEM-DATE TO PK-DATE-OUT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-PERIOD-LINE
               AFTER ADVANCING 2
           MOVE WS-NEXT-PERIOD TO PK-NEXT-OUT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-NEXT-LINE
               AFTER ADVANCING 1
           MOVE "FINAL GRAND TOTAL (PROJECT4)" TO PK-LABEL
           MOVE WS-GRAND-TOTAL TO PK-AMOUNT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-AMOUNT-LINE
               AFTER ADVANCING 2
           MOVE "AR BALANCE (OPEN ITEMS)" TO PK-LABEL
           MOVE WS-AR-BALANCE TO PK-AMOUNT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-AMOUNT-LINE
               AFTER ADVANCING 1
           MOVE WS-AR-OPEN-COUNT TO PK-COUNT
           MOVE "OPEN ITEMS ON THE AR LEDGER" TO PK-COUNT-TEXT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-COUNT-LINE
               AFTER ADVANCING 1
           MOVE "ON-HAND VALUE AT STANDARD COST" TO PK-LABEL
           MOVE WS-ONHAND-VALUE TO PK-AMOUNT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-AMOUNT-LINE
               AFTER ADVANCING 1
           IF WS-BOOK-VALUED > ZERO
               MOVE WS-BOOK-VALUED TO PK-COUNT
               MOVE "ON-HAND ROWS WITH NO STANDARD COST, AT BOOK PRICE"
                   TO PK-COUNT-TEXT
               WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-COUNT-LINE
                   AFTER ADVANCING 1
           END-IF
           IF WS-NO-VALUE-ROWS > ZERO
               MOVE WS-NO-VALUE-ROWS TO PK-COUNT
               MOVE "ON-HAND ROWS WITH NO COST OR PRICE, AT ZERO"
                   TO PK-COUNT-TEXT
               WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-COUNT-LINE
                   AFTER ADVANCING 1
           END-IF
           MOVE "TAX DUE (PR4TAX REMITTANCE)" TO PK-LABEL
           MOVE WS-TAX-DUE TO PK-AMOUNT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-AMOUNT-LINE
               AFTER ADVANCING 1
           MOVE "COMMISSIONS DUE (PR4COMM SUMMARY)" TO PK-LABEL
           MOVE WS-COMM-DUE TO PK-AMOUNT
           WRITE CLOSE-PACKAGE-RECORD FROM PACKAGE-AMOUNT-LINE
               AFTER ADVANCING 1
           CLOSE CLOSE-PACKAGE-FILE
           .

       190-WRITE-PERIOD-STATUS.
           OPEN EXTEND PERIOD-STATUS-FILE
           IF WS-PERIOD-STATUS-STATUS NOT = "00"
               OPEN OUTPUT PERIOD-STATUS-FILE
           END-IF
           MOVE WS-CURRENT-PERIOD TO PS-PERIOD
           MOVE "C" TO PS-STATUS
           MOVE WS-SYSTEM-DATE TO PS-STATUS-DATE
           WRITE PERIOD-STATUS-RECORD
           CLOSE PERIOD-STATUS-FILE
           .

       195-ROLL-RUN-CONTROL.
           IF NOT RUNCTL-FOUND
               MOVE SPACES TO WS-RUNCTL-IMAGE
           END-IF
           MOVE WS-NEXT-PERIOD TO WS-RUNCTL-PERIOD
           OPEN OUTPUT RUNCTL-FILE
           WRITE RUNCTL-RECORD FROM WS-RUNCTL-IMAGE
           CLOSE RUNCTL-FILE
           .
