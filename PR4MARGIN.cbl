      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: show what the cycle's sales actually earned - revenue,
      *          standard cost and gross margin by customer, product
      *          type and state
      * Tectonics: cobc -xo PR4MARGIN.exe --std=mf  PR4MARGIN.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4MARGIN.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS "PR4 SHIPPED.TXT" (WHAT PR4STOCK ACTUALLY
      *SHIPPED THIS RUN, THE SAME FILE PR4BILL INVOICES AND PR4GL
      *RELIEVES INVENTORY FROM, IN THE LAYOUT AND WAREHOUSE/CUSTOMER
      *ORDER OF "PR4 SORTED.TXT") AND PRICES EVERY PRODUCT LINE
      *TWICE: REVENUE AT THE BILLED BOX PRICE ON THE LINE AND
      *COST AT THE STANDARD COST IN EFFECT FOR THE LINE PERIOD ON "PR4
      *STD COSTS.TXT" (THE SAME EFFECTIVE-DATED LOOKUP PR4GL USES FOR
      *THE COST OF SALES ENTRY). RETURN LINES (CODE R) ARE NETTED BY
      *SUBTRACTING BOTH THEIR REVENUE AND THEIR COST. THE RESULTS ARE
      *ACCUMULATED BY CUSTOMER, BY PRODUCT TYPE FROM "PR4
      *PRODUCTS.TXT" (EDIBLES, OILS, CAPSULES) AND BY STATE, AND THE
      *MARGIN REPORT "PR4 MARGIN REPORT.TXT" PRINTS REVENUE, COST,
      *GROSS MARGIN AND MARGIN PERCENT FOR EACH ROW OF EACH SECTION
      *WITH A GRAND TOTAL. THE CUSTOMER LINES ARE PRINTED ON A CONTROL
      *BREAK AS THE FILE IS READ, SO THERE IS NO LIMIT ON CUSTOMERS.
      *A LINE WHOSE PRODUCT HAS NO STANDARD COST FOR ITS PERIOD IS
      *COSTED THE WAY PR4GL RELIEVES INVENTORY FOR IT: AT THE LIST
      *PRICE IN EFFECT ON THE PRICE BOOK "PR4 PRICES.TXT", OR AT THE
      *BILLED BOX PRICE WHEN THE BOOK HAS NONE, TIMES THE BOXES. SUCH
      *LINES ARE COUNTED ON THE REPORT SO THE COST FILE CAN BE FIXED
      *THROUGH PR4MAINT.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRODUCT-FILE
               ASSIGN TO "PR4 PRODUCTS.TXT"
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

           SELECT MARGIN-REPORT-FILE
               ASSIGN TO "PR4 MARGIN REPORT.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD SORTED-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 SORTED-RECORD.
           05  WAREHOUSE-STATE    PIC A(2).
           05  FILLER               PIC X(1).
           05  WAREHOUSE-CITY     PIC X(2).
           05  FILLER               PIC X(1).
           05  CUSTOMER-ID        PIC X(2).
           05  CUSTOMER-NAME      PIC X(20).
           05  CUSTOMER-RATING    PIC 9(1).
           05  FILLER               PIC X(1).
           05  PRODUCT-DATA OCCURS 6 TIMES.
               10 PRODUCT-ID      PIC X(5).
               10 PRODUCT-CODE    PIC X(1).
               10 NUMBER-BOXES    PIC 9(3).
               10 BOX-PRICE       PIC 999V99.
               10 MOUNTH-BOUGHT   PIC 99.

       FD PRODUCT-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 PRODUCT-FILE-RECORD.
           05  PF-CODE                PIC X(5).
           05  PF-NAME                PIC X(14).
           05  PF-TYPE                PIC X(8).

       FD PRICE-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 PRICE-FILE-RECORD.
           05  PB-PRODUCT-ID          PIC X(5).
           05  PB-LIST-PRICE          PIC 999V99.
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
           05  FILLER                 PIC X(34).

       FD MARGIN-REPORT-FILE.
       01 MARGIN-REPORT-RECORD                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.
           05  PRICE-EOF-FLAG              PIC X       VALUE 'N'.
               88 NO-MORE-PRICES                       VALUE 'Y'.
           05  WS-BOOK-FOUND-FLAG          PIC X       VALUE 'N'.
               88 BOOK-PRICE-FOUND                     VALUE 'Y'.
           05  STD-COST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-STD-COSTS                    VALUE 'Y'.
           05  WS-COST-FOUND-FLAG          PIC X       VALUE 'N'.
               88 STD-COST-FOUND                       VALUE 'Y'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.

       01  WS-STD-COST-STATUS             PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PRODUCT-COUNT
                   INDEXED BY PRD-INDEX.
               10  PRD-ID    PIC X(5).
               10  PRD-NAME  PIC X(14).
               10  PRD-TYPE  PIC X(8).

       01  WS-PRICE-COUNT               PIC 9(3)    VALUE ZERO.
       01  PRICE-BOOK-TABLE.
           05  PRICE-BOOK-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-PRICE-COUNT
                   INDEXED BY PBT-INDEX.
               10  PBT-PRODUCT-ID PIC X(5).
               10  PBT-LIST-PRICE PIC 999V99.
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

       01  WS-TYPE-MARGIN-COUNT         PIC 9(2)    VALUE ZERO.
       01  TYPE-MARGIN-TABLE.
           05  TYPE-MARGIN-ITEM OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-TYPE-MARGIN-COUNT
                   INDEXED BY TMG-INDEX.
               10  TMG-TYPE       PIC X(8).
               10  TMG-REVENUE    PIC S9(11)V99.
               10  TMG-COST       PIC S9(11)V99.

       01  WS-STATE-MARGIN-COUNT        PIC 9(2)    VALUE ZERO.
       01  STATE-MARGIN-TABLE.
           05  STATE-MARGIN-ITEM OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-STATE-MARGIN-COUNT
                   INDEXED BY SMG-INDEX.
               10  SMG-STATE      PIC X(2).
               10  SMG-REVENUE    PIC S9(11)V99.
               10  SMG-COST       PIC S9(11)V99.

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-LINE-PERIOD.
           05  LP-YEAR                  PIC 9(4).
           05  LP-MONTH                 PIC 9(2).

       01  WS-WORK-FIELDS.
           05  WS-STATE           PIC X(2)              VALUE SPACES.
           05  WS-CITY            PIC X(2)              VALUE SPACES.
           05  WS-CUSTOMER        PIC X(2)              VALUE SPACES.
           05  WS-CUST-NAME       PIC X(20)             VALUE SPACES.
           05  WS-CUST-REVENUE    PIC S9(11)V99         VALUE ZERO.
           05  WS-CUST-COST       PIC S9(11)V99         VALUE ZERO.
           05  WS-STD-COST        PIC 999V99            VALUE ZERO.
           05  WS-BOOK-PRICE      PIC 999V99            VALUE ZERO.
           05  WS-LINE-REVENUE    PIC S9(9)V99          VALUE ZERO.
           05  WS-LINE-COST       PIC S9(9)V99          VALUE ZERO.
           05  WS-LINE-TYPE       PIC X(8)              VALUE SPACES.
           05  WS-ROW-REVENUE     PIC S9(11)V99         VALUE ZERO.
           05  WS-ROW-COST        PIC S9(11)V99         VALUE ZERO.
           05  WS-ROW-MARGIN      PIC S9(11)V99         VALUE ZERO.
           05  WS-ROW-PERCENT     PIC S9(5)V9           VALUE ZERO.
           05  WS-GRAND-REVENUE   PIC S9(13)V99         VALUE ZERO.
           05  WS-GRAND-COST      PIC S9(13)V99         VALUE ZERO.
           05  WS-NO-COST-LINES   PIC 9(5)              VALUE ZERO.

      **************************REPORT SECTION**************************
       01  MARGIN-TITLE-HEADING.
           05                 PIC X(25) VALUE SPACES.
           05                 PIC X(30) VALUE
               "DR. CHEEBS GROSS MARGIN REPORT".

       01  MARGIN-PERIOD-LINE.
           05                 PIC X(12) VALUE "RUN PERIOD: ".
           05  MG-PERIOD-OUT  PIC X(6).

       01  MARGIN-SECTION-LINE.
           05                 PIC X(10) VALUE "MARGIN BY ".
           05  MG-SECTION-OUT PIC X(20).

       01  MARGIN-HEADING-1.
           05                 PIC X(31) VALUE SPACES.
           05                 PIC X(16) VALUE "         REVENUE".
           05                 PIC X(16) VALUE "            COST".
           05                 PIC X(16) VALUE "    GROSS MARGIN".
           05                 PIC X(10) VALUE "  MARGIN %".

       01  MARGIN-DETAIL-LINE.
           05  MG-KEY-OUT         PIC X(31).
           05  MG-REVENUE         PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  MG-COST            PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  MG-MARGIN          PIC $$$,$$$,$$9.99-.
           05                     PIC X(3) VALUE SPACES.
           05  MG-PERCENT         PIC ZZZZ9.9-.

       01  MARGIN-CUSTOMER-KEY.
           05  MK-STATE           PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  MK-CITY            PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  MK-CUSTOMER        PIC X(2).
           05                     PIC X(2) VALUE SPACES.
           05  MK-NAME            PIC X(20).
           05                     PIC X(1) VALUE SPACES.

       01  MARGIN-NO-COST-LINE.
           05                     PIC X(9) VALUE "WARNING: ".
           05  MG-NO-COST         PIC ZZ,ZZ9.
           05                     PIC X(40) VALUE
               " PRODUCT LINES HAD NO STANDARD COST AND ".
           05                     PIC X(24) VALUE
               "ARE COSTED AT BOOK PRICE".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 120-LOAD-PRODUCT-TABLE
           PERFORM 123-LOAD-PRICE-BOOK
           PERFORM 125-LOAD-STD-COSTS
           PERFORM 127-START-MARGIN-REPORT
           PERFORM 130-ACCUMULATE-SALES
           PERFORM 170-PRINT-MARGIN-REPORT
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
           END-IF
           .

       120-LOAD-PRODUCT-TABLE.
           MOVE ZERO TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           MOVE 'N' TO PRODUCT-EOF-FLAG
           PERFORM UNTIL NO-MORE-PRODUCTS
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO PRODUCT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PF-CODE TO PRD-ID(WS-PRODUCT-COUNT)
                       MOVE PF-NAME TO PRD-NAME(WS-PRODUCT-COUNT)
                       MOVE PF-TYPE TO PRD-TYPE(WS-PRODUCT-COUNT)
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           .

       123-LOAD-PRICE-BOOK.
           MOVE ZERO TO WS-PRICE-COUNT
           OPEN INPUT PRICE-FILE
           MOVE 'N' TO PRICE-EOF-FLAG
           PERFORM UNTIL NO-MORE-PRICES
               READ PRICE-FILE
                   AT END
                       MOVE 'Y' TO PRICE-EOF-FLAG
                   NOT AT END
                       IF WS-PRICE-COUNT >= 500
                           DISPLAY "PR4MARGIN ABORT - MORE THAN "
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
                               DISPLAY "PR4MARGIN ABORT - MORE THAN "
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

       127-START-MARGIN-REPORT.
           OPEN OUTPUT MARGIN-REPORT-FILE
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO MG-PERIOD-OUT
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-PERIOD-LINE
               AFTER ADVANCING 2
           MOVE "CUSTOMER" TO MG-SECTION-OUT
           PERFORM 175-PRINT-SECTION-HEADING
           .

       130-ACCUMULATE-SALES.
           OPEN INPUT SORTED-FILE
           MOVE "Y" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "N"
               READ SORTED-FILE
                   AT END
                       MOVE "N" TO EOF-FLAG
                       IF FIRST-RECORD = "NO"
                           PERFORM 150-PRINT-CUSTOMER-LINE
                       END-IF
                   NOT AT END
                       PERFORM 135-ACCUMULATE-PRODUCT-LINES
               END-READ
           END-PERFORM
           CLOSE SORTED-FILE
           .

       135-ACCUMULATE-PRODUCT-LINES.
           IF FIRST-RECORD = "YES"
               MOVE "NO" TO FIRST-RECORD
               PERFORM 142-START-CUSTOMER
           ELSE
               IF WAREHOUSE-STATE NOT = WS-STATE
                       OR WAREHOUSE-CITY NOT = WS-CITY
                       OR CUSTOMER-ID NOT = WS-CUSTOMER
                   PERFORM 150-PRINT-CUSTOMER-LINE
                   PERFORM 142-START-CUSTOMER
               END-IF
           END-IF
           PERFORM 144-FIND-STATE-ROW
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF PRODUCT-ID(SUB) NOT = SPACES
                   PERFORM 140-ACCUMULATE-ONE-LINE
               END-IF
           END-PERFORM
           .

       140-ACCUMULATE-ONE-LINE.
           MOVE CP-YEAR TO LP-YEAR
           MOVE MOUNTH-BOUGHT(SUB) TO LP-MONTH
           IF MOUNTH-BOUGHT(SUB) > CP-MONTH
               SUBTRACT 1 FROM LP-YEAR
           END-IF
           MULTIPLY NUMBER-BOXES(SUB) BY BOX-PRICE(SUB)
               GIVING WS-LINE-REVENUE
           PERFORM 146-FIND-STD-COST
           IF STD-COST-FOUND
               MULTIPLY NUMBER-BOXES(SUB) BY WS-STD-COST
                   GIVING WS-LINE-COST
           ELSE
               ADD 1 TO WS-NO-COST-LINES
               PERFORM 145-FIND-BOOK-PRICE
               IF BOOK-PRICE-FOUND
                   MULTIPLY NUMBER-BOXES(SUB) BY WS-BOOK-PRICE
                       GIVING WS-LINE-COST
               ELSE
                   MOVE WS-LINE-REVENUE TO WS-LINE-COST
               END-IF
           END-IF
           IF PRODUCT-CODE(SUB) = "R"
               COMPUTE WS-LINE-REVENUE = ZERO - WS-LINE-REVENUE
               COMPUTE WS-LINE-COST = ZERO - WS-LINE-COST
           END-IF
           SET PRD-INDEX TO 1
           SEARCH PRODUCT-ITEM
               AT END
                   MOVE "UNKNOWN" TO WS-LINE-TYPE
               WHEN PRD-ID(PRD-INDEX) = PRODUCT-ID(SUB)
                   MOVE PRD-TYPE(PRD-INDEX) TO WS-LINE-TYPE
           END-SEARCH
           PERFORM 148-FIND-TYPE-ROW
           ADD WS-LINE-REVENUE TO WS-CUST-REVENUE
           ADD WS-LINE-COST TO WS-CUST-COST
           ADD WS-LINE-REVENUE TO SMG-REVENUE(SMG-INDEX)
           ADD WS-LINE-COST TO SMG-COST(SMG-INDEX)
           ADD WS-LINE-REVENUE TO TMG-REVENUE(TMG-INDEX)
           ADD WS-LINE-COST TO TMG-COST(TMG-INDEX)
           ADD WS-LINE-REVENUE TO WS-GRAND-REVENUE
           ADD WS-LINE-COST TO WS-GRAND-COST
           .

       142-START-CUSTOMER.
           MOVE WAREHOUSE-STATE TO WS-STATE
           MOVE WAREHOUSE-CITY TO WS-CITY
           MOVE CUSTOMER-ID TO WS-CUSTOMER
           MOVE CUSTOMER-NAME TO WS-CUST-NAME
           MOVE ZERO TO WS-CUST-REVENUE
           MOVE ZERO TO WS-CUST-COST
           .

       144-FIND-STATE-ROW.
           SET SMG-INDEX TO 1
           SEARCH STATE-MARGIN-ITEM
               AT END
                   IF WS-STATE-MARGIN-COUNT >= 50
                       DISPLAY "PR4MARGIN ABORT - MORE THAN 50 "
                           "STATES, MARGIN TABLE FULL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-STATE-MARGIN-COUNT
                   SET SMG-INDEX TO WS-STATE-MARGIN-COUNT
                   MOVE WAREHOUSE-STATE TO SMG-STATE(SMG-INDEX)
                   MOVE ZERO TO SMG-REVENUE(SMG-INDEX)
                   MOVE ZERO TO SMG-COST(SMG-INDEX)
               WHEN WAREHOUSE-STATE = SMG-STATE(SMG-INDEX)
                   CONTINUE
           END-SEARCH
           .

       145-FIND-BOOK-PRICE.
           MOVE 'N' TO WS-BOOK-FOUND-FLAG
           MOVE ZERO TO WS-BOOK-PRICE
           PERFORM VARYING PBT-INDEX FROM 1 BY 1
                   UNTIL PBT-INDEX > WS-PRICE-COUNT
               IF PBT-PRODUCT-ID(PBT-INDEX) = PRODUCT-ID(SUB)
                       AND WS-LINE-PERIOD >= PBT-START(PBT-INDEX)
                       AND WS-LINE-PERIOD <= PBT-END(PBT-INDEX)
                   MOVE PBT-LIST-PRICE(PBT-INDEX) TO WS-BOOK-PRICE
                   MOVE 'Y' TO WS-BOOK-FOUND-FLAG
               END-IF
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

       148-FIND-TYPE-ROW.
           SET TMG-INDEX TO 1
           SEARCH TYPE-MARGIN-ITEM
               AT END
                   IF WS-TYPE-MARGIN-COUNT >= 20
                       DISPLAY "PR4MARGIN ABORT - MORE THAN 20 "
                           "PRODUCT TYPES, MARGIN TABLE FULL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TYPE-MARGIN-COUNT
                   SET TMG-INDEX TO WS-TYPE-MARGIN-COUNT
                   MOVE WS-LINE-TYPE TO TMG-TYPE(TMG-INDEX)
                   MOVE ZERO TO TMG-REVENUE(TMG-INDEX)
                   MOVE ZERO TO TMG-COST(TMG-INDEX)
               WHEN WS-LINE-TYPE = TMG-TYPE(TMG-INDEX)
                   CONTINUE
           END-SEARCH
           .

       150-PRINT-CUSTOMER-LINE.
           MOVE WS-STATE TO MK-STATE
           MOVE WS-CITY TO MK-CITY
           MOVE WS-CUSTOMER TO MK-CUSTOMER
           MOVE WS-CUST-NAME TO MK-NAME
           MOVE MARGIN-CUSTOMER-KEY TO MG-KEY-OUT
           MOVE WS-CUST-REVENUE TO WS-ROW-REVENUE
           MOVE WS-CUST-COST TO WS-ROW-COST
           PERFORM 180-PRINT-MARGIN-LINE
           .

       170-PRINT-MARGIN-REPORT.
           MOVE "PRODUCT TYPE" TO MG-SECTION-OUT
           PERFORM 175-PRINT-SECTION-HEADING
           PERFORM VARYING TMG-INDEX FROM 1 BY 1
                   UNTIL TMG-INDEX > WS-TYPE-MARGIN-COUNT
               MOVE TMG-TYPE(TMG-INDEX) TO MG-KEY-OUT
               MOVE TMG-REVENUE(TMG-INDEX) TO WS-ROW-REVENUE
               MOVE TMG-COST(TMG-INDEX) TO WS-ROW-COST
               PERFORM 180-PRINT-MARGIN-LINE
           END-PERFORM

           MOVE "STATE" TO MG-SECTION-OUT
           PERFORM 175-PRINT-SECTION-HEADING
           PERFORM VARYING SMG-INDEX FROM 1 BY 1
                   UNTIL SMG-INDEX > WS-STATE-MARGIN-COUNT
               MOVE SMG-STATE(SMG-INDEX) TO MG-KEY-OUT
               MOVE SMG-REVENUE(SMG-INDEX) TO WS-ROW-REVENUE
               MOVE SMG-COST(SMG-INDEX) TO WS-ROW-COST
               PERFORM 180-PRINT-MARGIN-LINE
           END-PERFORM

           MOVE SPACES TO MARGIN-REPORT-RECORD
           WRITE MARGIN-REPORT-RECORD
               AFTER ADVANCING 1
           MOVE "GRAND TOTAL" TO MG-KEY-OUT
           MOVE WS-GRAND-REVENUE TO WS-ROW-REVENUE
           MOVE WS-GRAND-COST TO WS-ROW-COST
           PERFORM 180-PRINT-MARGIN-LINE
           IF WS-NO-COST-LINES > ZERO
               MOVE WS-NO-COST-LINES TO MG-NO-COST
               WRITE MARGIN-REPORT-RECORD FROM MARGIN-NO-COST-LINE
                   AFTER ADVANCING 2
               DISPLAY "WARNING: " WS-NO-COST-LINES " PRODUCT LINES "
                   "HAD NO STANDARD COST, SEE PR4 MARGIN REPORT.TXT"
           END-IF
           CLOSE MARGIN-REPORT-FILE
           .

       175-PRINT-SECTION-HEADING.
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-SECTION-LINE
               AFTER ADVANCING 3
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-HEADING-1
               AFTER ADVANCING 2
           .

       180-PRINT-MARGIN-LINE.
           COMPUTE WS-ROW-MARGIN = WS-ROW-REVENUE - WS-ROW-COST
           IF WS-ROW-REVENUE = ZERO
               MOVE ZERO TO WS-ROW-PERCENT
           ELSE
               COMPUTE WS-ROW-PERCENT ROUNDED =
                   (WS-ROW-MARGIN * 100) / WS-ROW-REVENUE
           END-IF
           MOVE WS-ROW-REVENUE TO MG-REVENUE
           MOVE WS-ROW-COST TO MG-COST
           MOVE WS-ROW-MARGIN TO MG-MARGIN
           MOVE WS-ROW-PERCENT TO MG-PERCENT
           WRITE MARGIN-REPORT-RECORD FROM MARGIN-DETAIL-LINE
               AFTER ADVANCING 1
           .
