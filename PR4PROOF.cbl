      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: prove at the end of the cycle that the invoices, the
      *          AR ledger, the GL interface, the tax remittance and
      *          the commission statements all agree with the sales
      *          report before accounting picks anything up
      * Tectonics: cobc -xo PR4PROOF.exe --std=mf  PR4PROOF.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4PROOF.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS THE LAST STEP OF THE PR4DRIVE STREAM. PROJECT4'S
      *RECONCILE ONLY PROVES THE INTAKE FILES AGAINST THE MERGED AND
      *SORTED FILES; THIS STEP PROVES THE DOWNSTREAM OUTPUTS AGAINST
      *EACH OTHER FOR THE RUN PERIOD ON "PR4 RUNCTL.TXT". IT READS THE
      *FIGURES EACH PROGRAM ACTUALLY PRODUCED:
      *  PROJECT4 GRAND TOTAL  - GRAND TOTAL LINE OF "PROJECT 4
      *                          REPORT.TXT" (PERIOD FROM ITS RUN
      *                          CONTROL "PERIOD:" LINE)
      *  BACKORDER ACTIVITY    - "PR4 SHIP TOTALS.TXT" FROM PR4STOCK
      *                          (VALUE BACKORDERED AND VALUE OF
      *                          BACKORDERS FILLED THIS RUN)
      *  INVOICES              - SUBTOTAL, INVOICE TOTAL AND TERMS
      *                          LINES OF "PR4 INVOICES.TXT"
      *  NEW AR OPEN ITEMS     - ORIGINAL AMOUNT OF EVERY ITEM ON "PR4
      *                          AR LEDGER.DAT" CARRYING THE RUN PERIOD
      *                          (READ BY ITS PERIOD KEY)
      *  GL SALES LINES        - THE ACCOUNTS RECEIVABLE (1200) LINES OF
      *                          "PR4 GL INTERFACE.TXT": DR 1200 AGAINST
      *                          CR 4000 SALES REVENUE LESS CR 1200
      *                          AGAINST DR 4100 SALES RETURNS
      *  TAXABLE SALES         - TOTAL LINE OF "PR4 TAX REMITTANCE.TXT"
      *  COMMISSION BASE       - TOTALS LINE OF THE PR4COMM SUMMARY PAGE
      *                          PLUS THE CUSTOMERS LISTED WITH NO REP
      *AND PRINTS FIVE PROOF PAIRS SIDE BY SIDE WITH THE DIFFERENCE ON
      *"PR4 PROOF REPORT.TXT":
      *  1 PROJECT4 GRAND TOTAL LESS BACKORDERED PLUS BACKORDERS FILLED
      *    (PR4BILL INVOICES SHIPMENTS, NOT ORDERS) VS INVOICE SUBTOTALS
      *  2 INVOICE TOTALS WITH TAX LESS PREPAID AND NO-BALANCE INVOICES
      *    (PR4BILL POSTS NO OPEN ITEM FOR THEM) VS NEW AR OPEN ITEMS
      *  3 INVOICE SUBTOTALS VS NET GL 1200 SALES LINES
      *  4 INVOICE SUBTOTALS VS TAXABLE SALES
      *  5 INVOICE SUBTOTALS VS COMMISSION BASE
      *A PAIR WHOSE DIFFERENCE IS NOT ZERO IS OUT OF BALANCE; A PAIR
      *WHOSE SOURCE IS MISSING OR WAS PRODUCED FOR ANOTHER PERIOD
      *CANNOT BE PROVED. THE PERIOD IS CHECKED ON EVERY SOURCE THAT
      *CARRIES ONE: THE PROJECT4 REPORT, THE SHIP TOTALS, THE AR
      *LEDGER PERIOD KEY, THE GL INTERFACE, THE TAX REMITTANCE AND
      *THE COMMISSION STATEMENTS. "PR4 INVOICES.TXT" PRINTS NO
      *PERIOD, SO IT IS TAKEN AS THIS STREAM'S OUTPUT; AN INVOICE FILE
      *LEFT FROM ANOTHER PERIOD SHOWS UP AS OUT OF BALANCE AGAINST
      *THE PERIOD-KEYED AR ITEMS AND GL LINES. A PAIR OUT OF BALANCE
      *OR NOT PROVED ENDS THE RUN WITH RETURN CODE 24, WHICH PR4DRIVE
      *LOGS AS UNPROVED, SO THE GL INTERFACE FILE IS NOT PICKED UP
      *UNTIL THE DIFFERENCE IS EXPLAINED.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL SALES-REPORT-FILE
               ASSIGN TO "PROJECT 4 REPORT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALES-REPORT-STATUS.

           SELECT OPTIONAL SHIP-TOTALS-FILE
               ASSIGN TO "PR4 SHIP TOTALS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHIP-TOTALS-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "PR4 INVOICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL GL-INTERFACE-FILE
               ASSIGN TO "PR4 GL INTERFACE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT OPTIONAL TAX-REMIT-FILE
               ASSIGN TO "PR4 TAX REMITTANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-REMIT-STATUS.

           SELECT OPTIONAL COMMISSION-FILE
               ASSIGN TO "PR4 COMMISSIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO "PR4 PROOF REPORT.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  FILLER                 PIC X(34).

       FD SALES-REPORT-FILE
       RECORD CONTAINS 80 CHARACTERS.
       01 SALES-REPORT-RECORD                          PIC X(80).
       01 SALES-GRAND-TOTAL-LINE.
           05  FILLER                 PIC X(21).
           05  SR-GRAND-LABEL         PIC X(13).
           05  SR-GRAND-TOTAL         PIC $$$,$$$,$$$,$$$,$$9.99-.
           05  FILLER                 PIC X(23).
       01 SALES-PERIOD-LINE.
           05  SR-PERIOD-LABEL        PIC X(8).
           05  SR-PERIOD              PIC X(6).
           05  FILLER                 PIC X(66).

       FD SHIP-TOTALS-FILE
       RECORD CONTAINS 32 CHARACTERS.
       01 SHIP-TOTALS-RECORD.
           05  ST-PERIOD              PIC X(6).
           05  ST-BACKORDERED-VALUE   PIC S9(11)V99.
           05  ST-FILLED-VALUE        PIC S9(11)V99.

       FD INVOICE-FILE
       RECORD CONTAINS 70 CHARACTERS.
       01 INVOICE-RECORD                               PIC X(70).
       01 INVOICE-AMOUNT-LINE.
           05  FILLER                 PIC X(27).
           05  IN-AMOUNT-LABEL        PIC X(14).
           05  FILLER                 PIC X(2).
           05  IN-AMOUNT              PIC $$,$$$,$$9.99-.
           05  FILLER                 PIC X(13).
       01 INVOICE-TERMS-LINE.
           05  IN-TERMS-LABEL         PIC X(7).
           05  IN-TERMS               PIC X(12).
           05  FILLER                 PIC X(51).

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

       FD GL-INTERFACE-FILE
       RECORD CONTAINS 46 CHARACTERS.
       01 GL-INTERFACE-RECORD.
           05  GL-PERIOD              PIC X(6).
           05  GL-SEQ                 PIC 9(4).
           05  GL-STATE               PIC X(2).
           05  GL-ACCOUNT             PIC X(4).
           05  GL-ACCOUNT-NAME        PIC X(16).
           05  GL-DC                  PIC X(1).
           05  GL-AMOUNT              PIC S9(11)V99.

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
       01 COMMISSION-EXCEPT-LINE.
           05  CM-EXCEPT-KEY          PIC X(8).
           05  FILLER                 PIC X(43).
           05  CM-EXCEPT-SALES        PIC $$$,$$$,$$9.99-.
           05  FILLER                 PIC X(14).

       FD PROOF-REPORT-FILE.
       01 PROOF-REPORT-RECORD                          PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  REPORT-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-REPORT-LINES                 VALUE 'Y'.
           05  AR-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  GL-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-GL-LINES                     VALUE 'Y'.
           05  WS-GRAND-FOUND-FLAG         PIC X       VALUE 'N'.
               88 GRAND-TOTAL-FOUND                    VALUE 'Y'.
           05  WS-SHIP-FOUND-FLAG          PIC X       VALUE 'N'.
               88 SHIP-TOTALS-FOUND                    VALUE 'Y'.
           05  WS-INVOICE-FOUND-FLAG       PIC X       VALUE 'N'.
               88 INVOICES-FOUND                       VALUE 'Y'.
           05  WS-GL-FOUND-FLAG            PIC X       VALUE 'N'.
               88 GL-LINES-FOUND                       VALUE 'Y'.
           05  WS-TAX-FOUND-FLAG           PIC X       VALUE 'N'.
               88 TAX-TOTAL-FOUND                      VALUE 'Y'.
           05  WS-COMM-FOUND-FLAG          PIC X       VALUE 'N'.
               88 COMM-TOTAL-FOUND                     VALUE 'Y'.
           05  WS-EXCEPT-SECTION-FLAG      PIC X       VALUE 'N'.
               88 IN-NO-REP-SECTION                    VALUE 'Y'.
           05  WS-PAIR-SOURCE-FLAG         PIC X       VALUE 'N'.
               88 PAIR-SOURCES-PRESENT                 VALUE 'Y'.

       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-SALES-REPORT-STATUS         PIC XX      VALUE SPACES.
       01  WS-SHIP-TOTALS-STATUS          PIC XX      VALUE SPACES.
       01  WS-INVOICE-STATUS              PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-GL-STATUS                   PIC XX      VALUE SPACES.
       01  WS-TAX-REMIT-STATUS            PIC XX      VALUE SPACES.
       01  WS-COMMISSION-STATUS           PIC XX      VALUE SPACES.

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-WORK-FIELDS.
           05  WS-GRAND-TOTAL     PIC S9(13)V99         VALUE ZERO.
           05  WS-BACKORDERED     PIC S9(11)V99         VALUE ZERO.
           05  WS-BO-FILLED       PIC S9(11)V99         VALUE ZERO.
           05  WS-INV-SUBTOTALS   PIC S9(13)V99         VALUE ZERO.
           05  WS-INV-TOTALS      PIC S9(13)V99         VALUE ZERO.
           05  WS-INV-NOT-POSTED  PIC S9(13)V99         VALUE ZERO.
           05  WS-THIS-INV-TOTAL  PIC S9(11)V99         VALUE ZERO.
           05  WS-INVOICE-COUNT   PIC 9(5)              VALUE ZERO.
           05  WS-AR-NEW-ITEMS    PIC S9(13)V99         VALUE ZERO.
           05  WS-GL-AR-DEBITS    PIC S9(13)V99         VALUE ZERO.
           05  WS-GL-AR-CREDITS   PIC S9(13)V99         VALUE ZERO.
           05  WS-TAXABLE-SALES   PIC S9(13)V99         VALUE ZERO.
           05  WS-TAX-PERIOD      PIC X(6)              VALUE SPACES.
           05  WS-SALES-PERIOD    PIC X(6)              VALUE SPACES.
           05  WS-COMM-PERIOD     PIC X(6)              VALUE SPACES.
           05  WS-COMM-BASE       PIC S9(13)V99         VALUE ZERO.
           05  WS-NO-REP-SALES    PIC S9(13)V99         VALUE ZERO.
           05  WS-REPORT-AMOUNT   PIC S9(13)V99         VALUE ZERO.
           05  WS-PAIR-LEFT       PIC S9(13)V99         VALUE ZERO.
           05  WS-PAIR-RIGHT      PIC S9(13)V99         VALUE ZERO.
           05  WS-PAIR-DIFF       PIC S9(13)V99         VALUE ZERO.
           05  WS-PAIR-COUNT      PIC 9(2)              VALUE ZERO.
           05  WS-PAIRS-OUT       PIC 9(2)              VALUE ZERO.
           05  WS-EDIT-AMOUNT     PIC $$$,$$$,$$$,$$9.99-.

      **************************REPORT SECTION**************************
       01  PROOF-TITLE-HEADING.
           05                 PIC X(15) VALUE SPACES.
           05                 PIC X(35) VALUE
               "DR. CHEEBS END-OF-CYCLE PROOF".

       01  PROOF-PERIOD-LINE.
           05                 PIC X(12) VALUE "RUN PERIOD: ".
           05  PF-PERIOD-OUT  PIC X(6).

       01  PROOF-HEADING-1.
           05                 PIC X(30) VALUE "PROOF PAIR".
           05                 PIC X(20) VALUE "           LEFT SIDE".
           05                 PIC X(20) VALUE "          RIGHT SIDE".
           05                 PIC X(20) VALUE "          DIFFERENCE".
           05                 PIC X(10) VALUE "  RESULT".

       01  PROOF-PAIR-LINE.
           05  PP-LABEL           PIC X(30).
           05  PP-LEFT            PIC $$$,$$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  PP-RIGHT           PIC $$$,$$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  PP-DIFF            PIC $$$,$$$,$$$,$$9.99-.
           05                     PIC X(2) VALUE SPACES.
           05  PP-RESULT          PIC X(8).

       01  PROOF-ITEM-LINE.
           05                     PIC X(2) VALUE SPACES.
           05  PI-LABEL           PIC X(28).
           05  PI-LEFT            PIC X(19).
           05                     PIC X(1) VALUE SPACES.
           05  PI-RIGHT           PIC X(19).

       01  PROOF-RESULT-LINE.
           05                     PIC X(14) VALUE "PROOF RESULT: ".
           05  PR-PAIRS-OUT       PIC Z9.
           05                     PIC X(4)  VALUE " OF ".
           05  PR-PAIR-COUNT      PIC Z9.
           05                     PIC X(29) VALUE
               " PAIRS NOT PROVED".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 120-GET-GRAND-TOTAL
           PERFORM 125-GET-SHIP-TOTALS
           PERFORM 130-READ-INVOICES
           PERFORM 140-SUM-NEW-AR-ITEMS
           PERFORM 150-SUM-GL-SALES-LINES
           PERFORM 160-GET-TAXABLE-SALES
           PERFORM 170-GET-COMMISSION-BASE
           PERFORM 200-PRINT-PROOF-REPORT
           IF WS-PAIRS-OUT > ZERO
               DISPLAY "PR4PROOF ABORT - " WS-PAIRS-OUT " OF "
                   WS-PAIR-COUNT " PROOF PAIRS DID NOT PROVE, SEE "
                   "PR4 PROOF REPORT.TXT"
               MOVE 24 TO RETURN-CODE
           END-IF
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

       120-GET-GRAND-TOTAL.
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE SPACES TO WS-SALES-PERIOD
           MOVE 'N' TO WS-GRAND-FOUND-FLAG
           OPEN INPUT SALES-REPORT-FILE
           IF WS-SALES-REPORT-STATUS = "00"
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ SALES-REPORT-FILE
                       AT END
                           MOVE 'Y' TO REPORT-EOF-FLAG
                       NOT AT END
                           IF SR-PERIOD-LABEL = "PERIOD: "
                               MOVE SR-PERIOD TO WS-SALES-PERIOD
                           END-IF
                           IF SR-GRAND-LABEL = "GRAND TOTAL: "
                               MOVE SR-GRAND-TOTAL TO WS-GRAND-TOTAL
                               MOVE 'Y' TO WS-GRAND-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REPORT-FILE
           ELSE
               CLOSE SALES-REPORT-FILE
           END-IF
           IF WS-SALES-PERIOD NOT = WS-CURRENT-PERIOD
               MOVE 'N' TO WS-GRAND-FOUND-FLAG
           END-IF
           .

       125-GET-SHIP-TOTALS.
           MOVE ZERO TO WS-BACKORDERED
           MOVE ZERO TO WS-BO-FILLED
           MOVE 'N' TO WS-SHIP-FOUND-FLAG
           OPEN INPUT SHIP-TOTALS-FILE
           IF WS-SHIP-TOTALS-STATUS = "00"
               READ SHIP-TOTALS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ST-PERIOD = WS-CURRENT-PERIOD
                           MOVE ST-BACKORDERED-VALUE TO WS-BACKORDERED
                           MOVE ST-FILLED-VALUE TO WS-BO-FILLED
                           MOVE 'Y' TO WS-SHIP-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE SHIP-TOTALS-FILE
           ELSE
               CLOSE SHIP-TOTALS-FILE
           END-IF
           .

       130-READ-INVOICES.
           MOVE ZERO TO WS-INV-SUBTOTALS
           MOVE ZERO TO WS-INV-TOTALS
           MOVE ZERO TO WS-INV-NOT-POSTED
           MOVE ZERO TO WS-INVOICE-COUNT
           MOVE 'N' TO WS-INVOICE-FOUND-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS = "00"
               MOVE 'Y' TO WS-INVOICE-FOUND-FLAG
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ INVOICE-FILE
                       AT END
                           MOVE 'Y' TO REPORT-EOF-FLAG
                       NOT AT END
                           PERFORM 135-SCAN-INVOICE-LINE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           ELSE
               CLOSE INVOICE-FILE
           END-IF
           .

       135-SCAN-INVOICE-LINE.
           EVALUATE TRUE
               WHEN IN-AMOUNT-LABEL = "SUBTOTAL:     "
                   MOVE IN-AMOUNT TO WS-REPORT-AMOUNT
                   ADD WS-REPORT-AMOUNT TO WS-INV-SUBTOTALS
                   ADD 1 TO WS-INVOICE-COUNT
               WHEN IN-AMOUNT-LABEL = "INVOICE TOTAL:"
                   MOVE IN-AMOUNT TO WS-THIS-INV-TOTAL
                   ADD WS-THIS-INV-TOTAL TO WS-INV-TOTALS
               WHEN IN-TERMS-LABEL = "TERMS: "
                   IF IN-TERMS = "PREPAID"
                           OR WS-THIS-INV-TOTAL NOT > ZERO
                       ADD WS-THIS-INV-TOTAL TO WS-INV-NOT-POSTED
                   END-IF
                   MOVE ZERO TO WS-THIS-INV-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       140-SUM-NEW-AR-ITEMS.
           MOVE ZERO TO WS-AR-NEW-ITEMS
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS = "00"
               MOVE 'N' TO AR-EOF-FLAG
               MOVE WS-CURRENT-PERIOD TO AR-PERIOD
               START AR-LEDGER-FILE KEY IS EQUAL TO AR-PERIOD
                   INVALID KEY
                       MOVE 'Y' TO AR-EOF-FLAG
               END-START
               PERFORM UNTIL NO-MORE-AR-ITEMS
                   READ AR-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO AR-EOF-FLAG
                       NOT AT END
                           IF AR-PERIOD = WS-CURRENT-PERIOD
                               ADD AR-AMOUNT TO WS-AR-NEW-ITEMS
                           ELSE
                               MOVE 'Y' TO AR-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               CLOSE AR-LEDGER-FILE
           END-IF
           .

       150-SUM-GL-SALES-LINES.
           MOVE ZERO TO WS-GL-AR-DEBITS
           MOVE ZERO TO WS-GL-AR-CREDITS
           MOVE 'N' TO WS-GL-FOUND-FLAG
           OPEN INPUT GL-INTERFACE-FILE
           IF WS-GL-STATUS = "00"
               MOVE 'N' TO GL-EOF-FLAG
               PERFORM UNTIL NO-MORE-GL-LINES
                   READ GL-INTERFACE-FILE
                       AT END
                           MOVE 'Y' TO GL-EOF-FLAG
                       NOT AT END
                           IF GL-PERIOD = WS-CURRENT-PERIOD
                               MOVE 'Y' TO WS-GL-FOUND-FLAG
                               IF GL-ACCOUNT = "1200"
                                   IF GL-DC = "D"
                                       ADD GL-AMOUNT TO WS-GL-AR-DEBITS
                                   ELSE
                                       ADD GL-AMOUNT
                                           TO WS-GL-AR-CREDITS
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-INTERFACE-FILE
           ELSE
               CLOSE GL-INTERFACE-FILE
           END-IF
           .

       160-GET-TAXABLE-SALES.
           MOVE ZERO TO WS-TAXABLE-SALES
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
                               MOVE TR-TOT-TAXABLE TO WS-TAXABLE-SALES
                               MOVE 'Y' TO WS-TAX-FOUND-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-REMIT-FILE
           ELSE
               CLOSE TAX-REMIT-FILE
           END-IF
           IF WS-TAX-PERIOD NOT = WS-CURRENT-PERIOD
               MOVE 'N' TO WS-TAX-FOUND-FLAG
           END-IF
           .

       170-GET-COMMISSION-BASE.
           MOVE ZERO TO WS-COMM-BASE
           MOVE ZERO TO WS-NO-REP-SALES
           MOVE SPACES TO WS-COMM-PERIOD
           MOVE 'N' TO WS-COMM-FOUND-FLAG
           MOVE 'N' TO WS-EXCEPT-SECTION-FLAG
           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-STATUS = "00"
               MOVE 'N' TO REPORT-EOF-FLAG
               PERFORM UNTIL NO-MORE-REPORT-LINES
                   READ COMMISSION-FILE
                       AT END
                           MOVE 'Y' TO REPORT-EOF-FLAG
                       NOT AT END
                           PERFORM 175-SCAN-COMMISSION-LINE
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-FILE
           ELSE
               CLOSE COMMISSION-FILE
           END-IF
           IF WS-COMM-PERIOD NOT = WS-CURRENT-PERIOD
               MOVE 'N' TO WS-COMM-FOUND-FLAG
           END-IF
           .

       175-SCAN-COMMISSION-LINE.
           IF IN-NO-REP-SECTION
               IF CM-EXCEPT-KEY NOT = SPACES
                   MOVE CM-EXCEPT-SALES TO WS-REPORT-AMOUNT
                   ADD WS-REPORT-AMOUNT TO WS-NO-REP-SALES
               END-IF
           ELSE
               IF CM-PERIOD-LABEL = "RUN PERIOD: "
                   MOVE CM-PERIOD TO WS-COMM-PERIOD
               END-IF
               IF CM-TOTAL-LABEL = "TOTALS "
                   MOVE CM-TOT-SALES TO WS-COMM-BASE
                   MOVE 'Y' TO WS-COMM-FOUND-FLAG
               END-IF
               IF COMMISSION-RECORD(1:31) =
                       "CUSTOMERS WITH NO REP ASSIGNED:"
                   MOVE 'Y' TO WS-EXCEPT-SECTION-FLAG
               END-IF
           END-IF
           .

       200-PRINT-PROOF-REPORT.
           MOVE ZERO TO WS-PAIR-COUNT
           MOVE ZERO TO WS-PAIRS-OUT
           OPEN OUTPUT PROOF-REPORT-FILE
           WRITE PROOF-REPORT-RECORD FROM PROOF-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO PF-PERIOD-OUT
           WRITE PROOF-REPORT-RECORD FROM PROOF-PERIOD-LINE
               AFTER ADVANCING 2
           WRITE PROOF-REPORT-RECORD FROM PROOF-HEADING-1
               AFTER ADVANCING 2
           PERFORM 210-PROVE-GRAND-TOTAL
           PERFORM 220-PROVE-AR-ITEMS
           PERFORM 230-PROVE-GL-SALES
           PERFORM 240-PROVE-TAXABLE-SALES
           PERFORM 250-PROVE-COMMISSION-BASE
           MOVE WS-PAIRS-OUT TO PR-PAIRS-OUT
           MOVE WS-PAIR-COUNT TO PR-PAIR-COUNT
           WRITE PROOF-REPORT-RECORD FROM PROOF-RESULT-LINE
               AFTER ADVANCING 3
           CLOSE PROOF-REPORT-FILE
           .

       210-PROVE-GRAND-TOTAL.
           MOVE "P4 GRAND TOTAL VS INVOICES" TO PP-LABEL
           COMPUTE WS-PAIR-LEFT =
               WS-GRAND-TOTAL - WS-BACKORDERED + WS-BO-FILLED
           MOVE WS-INV-SUBTOTALS TO WS-PAIR-RIGHT
           IF GRAND-TOTAL-FOUND AND SHIP-TOTALS-FOUND
                   AND INVOICES-FOUND
               MOVE 'Y' TO WS-PAIR-SOURCE-FLAG
           ELSE
               MOVE 'N' TO WS-PAIR-SOURCE-FLAG
           END-IF
           PERFORM 290-PRINT-PAIR-LINE
           MOVE "PROJECT4 GRAND TOTAL" TO PI-LABEL
           MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-LEFT
           MOVE SPACES TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           MOVE "LESS BACKORDERED THIS RUN" TO PI-LABEL
           COMPUTE WS-EDIT-AMOUNT = ZERO - WS-BACKORDERED
           MOVE WS-EDIT-AMOUNT TO PI-LEFT
           PERFORM 295-PRINT-ITEM-LINE
           MOVE "PLUS BACKORDERS FILLED" TO PI-LABEL
           MOVE WS-BO-FILLED TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-LEFT
           PERFORM 295-PRINT-ITEM-LINE
           .

       220-PROVE-AR-ITEMS.
           MOVE "INVOICES VS NEW AR ITEMS" TO PP-LABEL
           COMPUTE WS-PAIR-LEFT = WS-INV-TOTALS - WS-INV-NOT-POSTED
           MOVE WS-AR-NEW-ITEMS TO WS-PAIR-RIGHT
           IF INVOICES-FOUND
               MOVE 'Y' TO WS-PAIR-SOURCE-FLAG
           ELSE
               MOVE 'N' TO WS-PAIR-SOURCE-FLAG
           END-IF
           PERFORM 290-PRINT-PAIR-LINE
           MOVE "INVOICE TOTALS WITH TAX" TO PI-LABEL
           MOVE WS-INV-TOTALS TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-LEFT
           MOVE SPACES TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           MOVE "LESS PREPAID/NOTHING OWED" TO PI-LABEL
           COMPUTE WS-EDIT-AMOUNT = ZERO - WS-INV-NOT-POSTED
           MOVE WS-EDIT-AMOUNT TO PI-LEFT
           PERFORM 295-PRINT-ITEM-LINE
           .

       230-PROVE-GL-SALES.
           MOVE "INVOICES VS GL 1200 SALES" TO PP-LABEL
           MOVE WS-INV-SUBTOTALS TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-GL-AR-DEBITS - WS-GL-AR-CREDITS
           IF INVOICES-FOUND AND GL-LINES-FOUND
               MOVE 'Y' TO WS-PAIR-SOURCE-FLAG
           ELSE
               MOVE 'N' TO WS-PAIR-SOURCE-FLAG
           END-IF
           PERFORM 290-PRINT-PAIR-LINE
           MOVE "DR 1200 / CR 4000 SALES" TO PI-LABEL
           MOVE SPACES TO PI-LEFT
           MOVE WS-GL-AR-DEBITS TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           MOVE "DR 4100 / CR 1200 RETURNS" TO PI-LABEL
           COMPUTE WS-EDIT-AMOUNT = ZERO - WS-GL-AR-CREDITS
           MOVE WS-EDIT-AMOUNT TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           .

       240-PROVE-TAXABLE-SALES.
           MOVE "INVOICES VS TAXABLE SALES" TO PP-LABEL
           MOVE WS-INV-SUBTOTALS TO WS-PAIR-LEFT
           MOVE WS-TAXABLE-SALES TO WS-PAIR-RIGHT
           IF INVOICES-FOUND AND TAX-TOTAL-FOUND
               MOVE 'Y' TO WS-PAIR-SOURCE-FLAG
           ELSE
               MOVE 'N' TO WS-PAIR-SOURCE-FLAG
           END-IF
           PERFORM 290-PRINT-PAIR-LINE
           .

       250-PROVE-COMMISSION-BASE.
           MOVE "INVOICES VS COMMISSION BASE" TO PP-LABEL
           MOVE WS-INV-SUBTOTALS TO WS-PAIR-LEFT
           COMPUTE WS-PAIR-RIGHT = WS-COMM-BASE + WS-NO-REP-SALES
           IF INVOICES-FOUND AND COMM-TOTAL-FOUND
               MOVE 'Y' TO WS-PAIR-SOURCE-FLAG
           ELSE
               MOVE 'N' TO WS-PAIR-SOURCE-FLAG
           END-IF
           PERFORM 290-PRINT-PAIR-LINE
           MOVE "REP NET SALES" TO PI-LABEL
           MOVE SPACES TO PI-LEFT
           MOVE WS-COMM-BASE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           MOVE "PLUS CUSTOMERS WITH NO REP" TO PI-LABEL
           MOVE WS-NO-REP-SALES TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PI-RIGHT
           PERFORM 295-PRINT-ITEM-LINE
           .

       290-PRINT-PAIR-LINE.
           ADD 1 TO WS-PAIR-COUNT
           COMPUTE WS-PAIR-DIFF = WS-PAIR-LEFT - WS-PAIR-RIGHT
           MOVE WS-PAIR-LEFT TO PP-LEFT
           MOVE WS-PAIR-RIGHT TO PP-RIGHT
           MOVE WS-PAIR-DIFF TO PP-DIFF
           IF NOT PAIR-SOURCES-PRESENT
               MOVE "MISSING" TO PP-RESULT
               ADD 1 TO WS-PAIRS-OUT
           ELSE
               IF WS-PAIR-DIFF = ZERO
                   MOVE "OK" TO PP-RESULT
               ELSE
                   MOVE "OUT" TO PP-RESULT
                   ADD 1 TO WS-PAIRS-OUT
               END-IF
           END-IF
           WRITE PROOF-REPORT-RECORD FROM PROOF-PAIR-LINE
               AFTER ADVANCING 2
           .

       295-PRINT-ITEM-LINE.
           WRITE PROOF-REPORT-RECORD FROM PROOF-ITEM-LINE
               AFTER ADVANCING 1
           .
