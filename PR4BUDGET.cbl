      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: compare the monthly sales budget for each warehouse
      *          and sales rep with actual net sales for the month and
      *          the year to date, and flag whoever is under plan
      * Tectonics: cobc -xo PR4BUDGET.exe --std=mf  PR4BUDGET.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4BUDGET.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM PRINTS "PR4 BUDGET REPORT.TXT", THE SALES BUDGET
      *VERSUS ACTUAL REPORT FOR THE RUN PERIOD. THE BUDGET COMES FROM
      *"PR4 BUDGET.TXT" (PERIOD, STATE, CITY, REP CODE AND AMOUNT),
      *WHICH IS MAINTAINED THROUGH PR4MAINT FILE CODE B. THE REP FOR
      *EACH SALE IS THE REP CODE CARRIED ON THE CUSTOMER MASTER "PR4
      *CUSTOMERS.DAT"; A CUSTOMER WITH NO REP (OR NO MASTER ROW) IS
      *COUNTED UNDER THE WAREHOUSE'S HOUSE ACCOUNTS, BLANK REP CODE.
      *ACTUAL SALES FOR THE MONTH ARE THIS CYCLE'S "PR4 SORTED.TXT",
      *PRICED THE WAY PROJECT4 PRICES THEM (BOXES TIMES BOX PRICE IN
      *WHOLE DOLLARS PER LINE, RETURNS SUBTRACTED), SO THE MONTH TIES
      *TO THE "PROJECT 4 REPORT.TXT" STATE AND CITY TOTALS. THE YEAR
      *TO DATE ADDS THE CUSTOMER ROWS ON "PR4 HISTORY.TXT" FOR THE
      *EARLIER PERIODS OF THE SAME YEAR; THE CURRENT PERIOD'S HISTORY
      *ROWS ARE NOT USED, SO A RERUN NEVER COUNTS THE MONTH TWICE. THE
      *YEAR TO DATE BUDGET IS THE SUM OF THE BUDGET ROWS FROM JANUARY
      *THROUGH THE RUN PERIOD. EACH STATE/CITY/REP LINE SHOWS BUDGET,
      *ACTUAL, DOLLAR VARIANCE AND PERCENT VARIANCE FOR THE MONTH AND
      *THE YEAR TO DATE; A LINE WITH SALES BUT NO BUDGET ROW IS MARKED
      *NO BUDGET. EVERY WAREHOUSE GETS A TOTAL LINE, AND A SECOND
      *SECTION TOTALS EACH REP ACROSS ALL WAREHOUSES. ANY WAREHOUSE OR
      *REP WHOSE ACTUAL IS MORE THAN 10% BELOW BUDGET FOR THE MONTH OR
      *THE YEAR TO DATE IS FLAGGED UNDER PLAN ON THE REPORT AND A
      *WARNING IS DISPLAYED FOR THE OPERATOR. THE PROGRAM ONLY READS,
      *SO IT POSTS NOTHING AND IS SAFE TO RERUN FOR ANY PERIOD.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SORTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "PR4 HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "PR4 BUDGET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT REP-FILE
               ASSIGN TO "PR4 REPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BUDGET-REPORT-FILE
               ASSIGN TO "PR4 BUDGET REPORT.TXT".

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

       FD HISTORY-FILE
       RECORD CONTAINS 28 CHARACTERS.
       01 HISTORY-RECORD.
           05  HH-PERIOD              PIC X(6).
           05  HH-LEVEL               PIC X(1).
           05  HH-STATE               PIC X(2).
           05  HH-CITY                PIC X(2).
           05  HH-CUSTOMER            PIC X(2).
           05  HH-TOTAL               PIC S9(13)V99.

       FD BUDGET-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 BUDGET-FILE-RECORD.
           05  BG-PERIOD              PIC X(6).
           05  BG-STATE               PIC X(2).
           05  BG-CITY                PIC X(2).
           05  BG-REP                 PIC X(3).
           05  BG-AMOUNT              PIC 9(7)V99.

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

       FD REP-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 REP-FILE-RECORD.
           05  RM-REP-CODE            PIC X(3).
           05  RM-REP-NAME            PIC X(20).
           05  RM-COMM-RATE           PIC 9V999.

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  FILLER                 PIC X(34).

       FD BUDGET-REPORT-FILE.
       01 BUDGET-REPORT-RECORD                         PIC X(160).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  HISTORY-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-HISTORY                      VALUE 'Y'.
           05  BUDGET-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-BUDGET-ROWS                  VALUE 'Y'.
           05  REP-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-REPS                         VALUE 'Y'.
           05  WS-SLOT-FOUND-FLAG          PIC X       VALUE 'N'.
               88 INSERT-SLOT-FOUND                    VALUE 'Y'.
           05  WS-CHECK-PLAN-FLAG          PIC X       VALUE 'N'.
               88 CHECK-AGAINST-PLAN                   VALUE 'Y'.
           05  WS-MONTH-UNDER-FLAG         PIC X       VALUE 'N'.
               88 MONTH-UNDER-PLAN                     VALUE 'Y'.
           05  WS-YTD-UNDER-FLAG           PIC X       VALUE 'N'.
               88 YTD-UNDER-PLAN                       VALUE 'Y'.

       01  WS-HISTORY-STATUS              PIC XX      VALUE SPACES.
       01  WS-BUDGET-STATUS               PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.

       01  WS-REP-COUNT                 PIC 9(3)    VALUE ZERO.
       01  REP-MASTER-TABLE.
           05  REP-MASTER-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REP-COUNT
                   INDEXED BY REP-INDEX.
               10  RP-CODE     PIC X(3).
               10  RP-NAME     PIC X(20).

       01  WS-LINE-COUNT                PIC 9(4)    VALUE ZERO.
       01  BUDGET-LINE-TABLE.
           05  BUDGET-LINE-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-LINE-COUNT
                   INDEXED BY BVL-INDEX.
               10  BVL-KEY.
                   15  BVL-WAREHOUSE.
                       20  BVL-STATE        PIC X(2).
                       20  BVL-CITY         PIC X(2).
                   15  BVL-REP              PIC X(3).
               10  BVL-MONTH-BUDGET         PIC S9(11)V99.
               10  BVL-MONTH-ACTUAL         PIC S9(11)V99.
               10  BVL-YTD-BUDGET           PIC S9(11)V99.
               10  BVL-YTD-ACTUAL           PIC S9(11)V99.
               10  BVL-BUDGETED             PIC X(1).

       01  WS-REP-SUMMARY-COUNT         PIC 9(3)    VALUE ZERO.
       01  REP-SUMMARY-TABLE.
           05  REP-SUMMARY-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REP-SUMMARY-COUNT
                   INDEXED BY RSM-INDEX.
               10  RSM-REP                  PIC X(3).
               10  RSM-MONTH-BUDGET         PIC S9(11)V99.
               10  RSM-MONTH-ACTUAL         PIC S9(11)V99.
               10  RSM-YTD-BUDGET           PIC S9(11)V99.
               10  RSM-YTD-ACTUAL           PIC S9(11)V99.

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-YEAR-START-PERIOD.
           05  YS-YEAR                  PIC 9(4).
           05  YS-MONTH                 PIC 9(2)    VALUE 01.

       01  WS-LINE-KEY.
           05  WS-LINE-WAREHOUSE.
               10  WS-LINE-STATE        PIC X(2).
               10  WS-LINE-CITY         PIC X(2).
           05  WS-LINE-REP              PIC X(3).

       01  WS-PREV-WAREHOUSE.
           05  WS-PREV-STATE            PIC X(2)    VALUE SPACES.
           05  WS-PREV-CITY             PIC X(2)    VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-LINE-AMOUNT     PIC S9(13)            VALUE ZERO.
           05  WS-INSERT-SUB      PIC 9(4)              VALUE ZERO.
           05  WS-PRIOR-SUB       PIC 9(4)              VALUE ZERO.
           05  WS-REP-NAME        PIC X(20)             VALUE SPACES.
           05  WS-ROW-FLAG        PIC X(16)             VALUE SPACES.
           05  WS-ROW-MONTH-BUDGET  PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-MONTH-ACTUAL  PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-MONTH-VAR     PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-MONTH-PCT     PIC S9(5)V9         VALUE ZERO.
           05  WS-ROW-YTD-BUDGET    PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-YTD-ACTUAL    PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-YTD-VAR       PIC S9(11)V99       VALUE ZERO.
           05  WS-ROW-YTD-PCT       PIC S9(5)V9         VALUE ZERO.
           05  WS-WH-MONTH-BUDGET   PIC S9(11)V99       VALUE ZERO.
           05  WS-WH-MONTH-ACTUAL   PIC S9(11)V99       VALUE ZERO.
           05  WS-WH-YTD-BUDGET     PIC S9(11)V99       VALUE ZERO.
           05  WS-WH-YTD-ACTUAL     PIC S9(11)V99       VALUE ZERO.
           05  WS-GRAND-MONTH-BUDGET PIC S9(13)V99      VALUE ZERO.
           05  WS-GRAND-MONTH-ACTUAL PIC S9(13)V99      VALUE ZERO.
           05  WS-GRAND-YTD-BUDGET  PIC S9(13)V99       VALUE ZERO.
           05  WS-GRAND-YTD-ACTUAL  PIC S9(13)V99       VALUE ZERO.
           05  WS-WH-UNDER-COUNT    PIC 9(3)            VALUE ZERO.
           05  WS-REP-UNDER-COUNT   PIC 9(3)            VALUE ZERO.

      **************************REPORT SECTION**************************
       01  BUDGET-TITLE-HEADING.
           05                 PIC X(50) VALUE SPACES.
           05                 PIC X(38) VALUE
               "DR. CHEEBS SALES BUDGET VERSUS ACTUAL".

       01  BUDGET-PERIOD-LINE.
           05                 PIC X(12) VALUE "RUN PERIOD: ".
           05  BV-PERIOD-OUT  PIC X(6).
           05                 PIC X(21) VALUE
               "   YEAR TO DATE FROM ".
           05  BV-YTD-FROM    PIC X(6).

       01  BUDGET-SECTION-LINE.
           05                 PIC X(20) VALUE "BUDGET VS ACTUAL BY ".
           05  BV-SECTION-OUT PIC X(30).

       01  BUDGET-HEADING-1.
           05                 PIC X(50) VALUE SPACES.
           05                 PIC X(5)  VALUE "MONTH".
           05                 PIC X(54) VALUE SPACES.
           05                 PIC X(12) VALUE "YEAR TO DATE".

       01  BUDGET-HEADING-2.
           05                 PIC X(24) VALUE SPACES.
           05                 PIC X(16) VALUE "          BUDGET".
           05                 PIC X(16) VALUE "          ACTUAL".
           05                 PIC X(16) VALUE "        VARIANCE".
           05                 PIC X(11) VALUE "  VARIANCE%".
           05                 PIC X(1)  VALUE SPACES.
           05                 PIC X(16) VALUE "          BUDGET".
           05                 PIC X(16) VALUE "          ACTUAL".
           05                 PIC X(16) VALUE "        VARIANCE".
           05                 PIC X(11) VALUE "  VARIANCE%".

       01  BUDGET-DETAIL-LINE.
           05  BV-KEY-OUT         PIC X(24).
           05  BV-MONTH-BUDGET    PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  BV-MONTH-ACTUAL    PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  BV-MONTH-VAR       PIC $$$,$$$,$$9.99-.
           05                     PIC X(3) VALUE SPACES.
           05  BV-MONTH-PCT       PIC ZZZZ9.9-.
           05                     PIC X(1) VALUE SPACES.
           05  BV-YTD-BUDGET      PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  BV-YTD-ACTUAL      PIC $$$,$$$,$$9.99-.
           05                     PIC X(1) VALUE SPACES.
           05  BV-YTD-VAR         PIC $$$,$$$,$$9.99-.
           05                     PIC X(3) VALUE SPACES.
           05  BV-YTD-PCT         PIC ZZZZ9.9-.
           05                     PIC X(2) VALUE SPACES.
           05  BV-FLAG            PIC X(16).

       01  BUDGET-LINE-KEY.
           05  BK-STATE           PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  BK-CITY            PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  BK-REP             PIC X(3).
           05                     PIC X(1) VALUE SPACES.
           05  BK-REP-NAME        PIC X(14).

       01  WAREHOUSE-TOTAL-KEY.
           05  WK-STATE           PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  WK-CITY            PIC X(2).
           05                     PIC X(16) VALUE " WAREHOUSE TOTAL".

       01  REP-SUMMARY-KEY.
           05  RK-REP             PIC X(3).
           05                     PIC X(1) VALUE SPACES.
           05  RK-REP-NAME        PIC X(20).

       01  BUDGET-UNDER-LINE.
           05                     PIC X(9) VALUE "WARNING: ".
           05  BV-WH-UNDER        PIC ZZ9.
           05                     PIC X(16) VALUE
               " WAREHOUSES AND ".
           05  BV-REP-UNDER       PIC ZZ9.
           05                     PIC X(44) VALUE
               " REPS ARE MORE THAN 10% UNDER PLAN".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 115-LOAD-REP-TABLE
           PERFORM 120-OPEN-CUSTOMER-MASTER
           PERFORM 125-LOAD-BUDGET
           PERFORM 130-ACCUMULATE-MONTH-SALES
           PERFORM 140-ACCUMULATE-PRIOR-MONTHS
           CLOSE CUSTOMER-FILE
           PERFORM 170-PRINT-BUDGET-REPORT
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
           MOVE CP-YEAR TO YS-YEAR
           .

       115-LOAD-REP-TABLE.
           MOVE ZERO TO WS-REP-COUNT
           OPEN INPUT REP-FILE
           MOVE 'N' TO REP-EOF-FLAG
           PERFORM UNTIL NO-MORE-REPS
               READ REP-FILE
                   AT END
                       MOVE 'Y' TO REP-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REP-COUNT
                       MOVE RM-REP-CODE TO RP-CODE(WS-REP-COUNT)
                       MOVE RM-REP-NAME TO RP-NAME(WS-REP-COUNT)
               END-READ
           END-PERFORM
           CLOSE REP-FILE
           .

       120-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4BUDGET ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       125-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00"
               MOVE 'N' TO BUDGET-EOF-FLAG
               PERFORM UNTIL NO-MORE-BUDGET-ROWS
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO BUDGET-EOF-FLAG
                       NOT AT END
                           IF BG-PERIOD >= WS-YEAR-START-PERIOD
                                   AND BG-PERIOD <= WS-CURRENT-PERIOD
                               PERFORM 127-ADD-BUDGET-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               CLOSE BUDGET-FILE
               DISPLAY "WARNING: PR4 BUDGET.TXT NOT FOUND, EVERY "
                   "LINE WILL PRINT AS NO BUDGET"
           END-IF
           .

       127-ADD-BUDGET-ROW.
           MOVE BG-STATE TO WS-LINE-STATE
           MOVE BG-CITY TO WS-LINE-CITY
           MOVE BG-REP TO WS-LINE-REP
           PERFORM 155-FIND-LINE-ROW
           MOVE 'Y' TO BVL-BUDGETED(BVL-INDEX)
           ADD BG-AMOUNT TO BVL-YTD-BUDGET(BVL-INDEX)
           IF BG-PERIOD = WS-CURRENT-PERIOD
               ADD BG-AMOUNT TO BVL-MONTH-BUDGET(BVL-INDEX)
           END-IF
           .

       130-ACCUMULATE-MONTH-SALES.
           OPEN INPUT SORTED-FILE
           MOVE "Y" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "N"
               READ SORTED-FILE
                   AT END
                       MOVE "N" TO EOF-FLAG
                   NOT AT END
                       PERFORM 135-ACCUMULATE-PRODUCT-LINES
               END-READ
           END-PERFORM
           CLOSE SORTED-FILE
           .

       135-ACCUMULATE-PRODUCT-LINES.
           MOVE WAREHOUSE-STATE TO WS-LINE-STATE
           MOVE WAREHOUSE-CITY TO WS-LINE-CITY
           MOVE WAREHOUSE-STATE TO CM-STATE
           MOVE WAREHOUSE-CITY TO CM-CITY
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID
           PERFORM 150-GET-CUSTOMER-REP
           PERFORM 155-FIND-LINE-ROW
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF PRODUCT-ID(SUB) NOT = SPACES
                   MULTIPLY NUMBER-BOXES(SUB) BY BOX-PRICE(SUB)
                       GIVING WS-LINE-AMOUNT
                   IF PRODUCT-CODE(SUB) = "R"
                       COMPUTE WS-LINE-AMOUNT = ZERO - WS-LINE-AMOUNT
                   END-IF
                   ADD WS-LINE-AMOUNT TO BVL-MONTH-ACTUAL(BVL-INDEX)
                   ADD WS-LINE-AMOUNT TO BVL-YTD-ACTUAL(BVL-INDEX)
               END-IF
           END-PERFORM
           .

       140-ACCUMULATE-PRIOR-MONTHS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO HISTORY-EOF-FLAG
               PERFORM UNTIL NO-MORE-HISTORY
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLAG
                       NOT AT END
                           IF HH-LEVEL = "C"
                                   AND HH-PERIOD >= WS-YEAR-START-PERIOD
                                   AND HH-PERIOD < WS-CURRENT-PERIOD
                               PERFORM 145-ADD-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               CLOSE HISTORY-FILE
           END-IF
           .

       145-ADD-HISTORY-ROW.
           MOVE HH-STATE TO WS-LINE-STATE
           MOVE HH-CITY TO WS-LINE-CITY
           MOVE HH-STATE TO CM-STATE
           MOVE HH-CITY TO CM-CITY
           MOVE HH-CUSTOMER TO CM-CUSTOMER-ID
           PERFORM 150-GET-CUSTOMER-REP
           PERFORM 155-FIND-LINE-ROW
           ADD HH-TOTAL TO BVL-YTD-ACTUAL(BVL-INDEX)
           .

       150-GET-CUSTOMER-REP.
           MOVE SPACES TO WS-LINE-REP
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-REP-CODE TO WS-LINE-REP
           END-READ
           .

       155-FIND-LINE-ROW.
           SET BVL-INDEX TO 1
           SEARCH BUDGET-LINE-ITEM
               AT END
                   PERFORM 157-INSERT-LINE-ROW
               WHEN BVL-KEY(BVL-INDEX) = WS-LINE-KEY
                   CONTINUE
           END-SEARCH
           .

       157-INSERT-LINE-ROW.
           IF WS-LINE-COUNT >= 2000
               DISPLAY "PR4BUDGET ABORT - MORE THAN 2000 "
                   "WAREHOUSE/REP LINES, BUDGET TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-INSERT-SUB
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           PERFORM UNTIL INSERT-SLOT-FOUND
               IF WS-INSERT-SUB = 1
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   COMPUTE WS-PRIOR-SUB = WS-INSERT-SUB - 1
                   IF BVL-KEY(WS-PRIOR-SUB) < WS-LINE-KEY
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
                   ELSE
                       MOVE BUDGET-LINE-ITEM(WS-PRIOR-SUB)
                           TO BUDGET-LINE-ITEM(WS-INSERT-SUB)
                       MOVE WS-PRIOR-SUB TO WS-INSERT-SUB
                   END-IF
               END-IF
           END-PERFORM
           SET BVL-INDEX TO WS-INSERT-SUB
           MOVE WS-LINE-KEY TO BVL-KEY(BVL-INDEX)
           MOVE ZERO TO BVL-MONTH-BUDGET(BVL-INDEX)
           MOVE ZERO TO BVL-MONTH-ACTUAL(BVL-INDEX)
           MOVE ZERO TO BVL-YTD-BUDGET(BVL-INDEX)
           MOVE ZERO TO BVL-YTD-ACTUAL(BVL-INDEX)
           MOVE 'N' TO BVL-BUDGETED(BVL-INDEX)
           .

       160-FIND-REP-SUMMARY-ROW.
           SET RSM-INDEX TO 1
           SEARCH REP-SUMMARY-ITEM
               AT END
                   IF WS-REP-SUMMARY-COUNT >= 100
                       DISPLAY "PR4BUDGET ABORT - MORE THAN 100 "
                           "REPS, REP SUMMARY TABLE FULL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-REP-SUMMARY-COUNT
                   SET RSM-INDEX TO WS-REP-SUMMARY-COUNT
                   MOVE BVL-REP(BVL-INDEX) TO RSM-REP(RSM-INDEX)
                   MOVE ZERO TO RSM-MONTH-BUDGET(RSM-INDEX)
                   MOVE ZERO TO RSM-MONTH-ACTUAL(RSM-INDEX)
                   MOVE ZERO TO RSM-YTD-BUDGET(RSM-INDEX)
                   MOVE ZERO TO RSM-YTD-ACTUAL(RSM-INDEX)
               WHEN RSM-REP(RSM-INDEX) = BVL-REP(BVL-INDEX)
                   CONTINUE
           END-SEARCH
           .

       165-GET-REP-NAME.
           IF RK-REP = SPACES
               MOVE "HOUSE ACCOUNTS" TO WS-REP-NAME
           ELSE
               SET REP-INDEX TO 1
               SEARCH REP-MASTER-ITEM
                   AT END
                       MOVE "NOT ON REP MASTER" TO WS-REP-NAME
                   WHEN RP-CODE(REP-INDEX) = RK-REP
                       MOVE RP-NAME(REP-INDEX) TO WS-REP-NAME
               END-SEARCH
           END-IF
           .

       170-PRINT-BUDGET-REPORT.
           OPEN OUTPUT BUDGET-REPORT-FILE
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO BV-PERIOD-OUT
           MOVE WS-YEAR-START-PERIOD TO BV-YTD-FROM
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-PERIOD-LINE
               AFTER ADVANCING 2

           MOVE "WAREHOUSE AND REP" TO BV-SECTION-OUT
           PERFORM 175-PRINT-SECTION-HEADING
           MOVE SPACES TO WS-PREV-WAREHOUSE
           PERFORM VARYING BVL-INDEX FROM 1 BY 1
                   UNTIL BVL-INDEX > WS-LINE-COUNT
               IF BVL-WAREHOUSE(BVL-INDEX) NOT = WS-PREV-WAREHOUSE
                   IF WS-PREV-WAREHOUSE NOT = SPACES
                       PERFORM 185-PRINT-WAREHOUSE-TOTAL
                   END-IF
                   MOVE BVL-WAREHOUSE(BVL-INDEX) TO WS-PREV-WAREHOUSE
                   MOVE ZERO TO WS-WH-MONTH-BUDGET
                   MOVE ZERO TO WS-WH-MONTH-ACTUAL
                   MOVE ZERO TO WS-WH-YTD-BUDGET
                   MOVE ZERO TO WS-WH-YTD-ACTUAL
               END-IF
               MOVE BVL-STATE(BVL-INDEX) TO BK-STATE
               MOVE BVL-CITY(BVL-INDEX) TO BK-CITY
               MOVE BVL-REP(BVL-INDEX) TO BK-REP
               MOVE BVL-REP(BVL-INDEX) TO RK-REP
               PERFORM 165-GET-REP-NAME
               MOVE WS-REP-NAME TO BK-REP-NAME
               MOVE BUDGET-LINE-KEY TO BV-KEY-OUT
               MOVE BVL-MONTH-BUDGET(BVL-INDEX) TO WS-ROW-MONTH-BUDGET
               MOVE BVL-MONTH-ACTUAL(BVL-INDEX) TO WS-ROW-MONTH-ACTUAL
               MOVE BVL-YTD-BUDGET(BVL-INDEX) TO WS-ROW-YTD-BUDGET
               MOVE BVL-YTD-ACTUAL(BVL-INDEX) TO WS-ROW-YTD-ACTUAL
               MOVE SPACES TO WS-ROW-FLAG
               IF BVL-BUDGETED(BVL-INDEX) = "N"
                   MOVE "NO BUDGET" TO WS-ROW-FLAG
               END-IF
               MOVE 'N' TO WS-CHECK-PLAN-FLAG
               PERFORM 180-PRINT-VARIANCE-LINE
               ADD BVL-MONTH-BUDGET(BVL-INDEX) TO WS-WH-MONTH-BUDGET
               ADD BVL-MONTH-ACTUAL(BVL-INDEX) TO WS-WH-MONTH-ACTUAL
               ADD BVL-YTD-BUDGET(BVL-INDEX) TO WS-WH-YTD-BUDGET
               ADD BVL-YTD-ACTUAL(BVL-INDEX) TO WS-WH-YTD-ACTUAL
               PERFORM 160-FIND-REP-SUMMARY-ROW
               ADD BVL-MONTH-BUDGET(BVL-INDEX)
                   TO RSM-MONTH-BUDGET(RSM-INDEX)
               ADD BVL-MONTH-ACTUAL(BVL-INDEX)
                   TO RSM-MONTH-ACTUAL(RSM-INDEX)
               ADD BVL-YTD-BUDGET(BVL-INDEX)
                   TO RSM-YTD-BUDGET(RSM-INDEX)
               ADD BVL-YTD-ACTUAL(BVL-INDEX)
                   TO RSM-YTD-ACTUAL(RSM-INDEX)
           END-PERFORM
           IF WS-PREV-WAREHOUSE NOT = SPACES
               PERFORM 185-PRINT-WAREHOUSE-TOTAL
           END-IF

           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
               AFTER ADVANCING 1
           MOVE "GRAND TOTAL" TO BV-KEY-OUT
           MOVE WS-GRAND-MONTH-BUDGET TO WS-ROW-MONTH-BUDGET
           MOVE WS-GRAND-MONTH-ACTUAL TO WS-ROW-MONTH-ACTUAL
           MOVE WS-GRAND-YTD-BUDGET TO WS-ROW-YTD-BUDGET
           MOVE WS-GRAND-YTD-ACTUAL TO WS-ROW-YTD-ACTUAL
           MOVE SPACES TO WS-ROW-FLAG
           MOVE 'N' TO WS-CHECK-PLAN-FLAG
           PERFORM 180-PRINT-VARIANCE-LINE

           MOVE "REP, ALL WAREHOUSES" TO BV-SECTION-OUT
           PERFORM 175-PRINT-SECTION-HEADING
           PERFORM VARYING RSM-INDEX FROM 1 BY 1
                   UNTIL RSM-INDEX > WS-REP-SUMMARY-COUNT
               MOVE RSM-REP(RSM-INDEX) TO RK-REP
               PERFORM 165-GET-REP-NAME
               MOVE WS-REP-NAME TO RK-REP-NAME
               MOVE REP-SUMMARY-KEY TO BV-KEY-OUT
               MOVE RSM-MONTH-BUDGET(RSM-INDEX) TO WS-ROW-MONTH-BUDGET
               MOVE RSM-MONTH-ACTUAL(RSM-INDEX) TO WS-ROW-MONTH-ACTUAL
               MOVE RSM-YTD-BUDGET(RSM-INDEX) TO WS-ROW-YTD-BUDGET
               MOVE RSM-YTD-ACTUAL(RSM-INDEX) TO WS-ROW-YTD-ACTUAL
               MOVE SPACES TO WS-ROW-FLAG
               MOVE 'Y' TO WS-CHECK-PLAN-FLAG
               PERFORM 180-PRINT-VARIANCE-LINE
               IF MONTH-UNDER-PLAN OR YTD-UNDER-PLAN
                   ADD 1 TO WS-REP-UNDER-COUNT
                   DISPLAY "WARNING: REP " RK-REP " " RK-REP-NAME
                       " IS MORE THAN 10% UNDER PLAN - " WS-ROW-FLAG
               END-IF
           END-PERFORM

           IF WS-WH-UNDER-COUNT > ZERO OR WS-REP-UNDER-COUNT > ZERO
               MOVE WS-WH-UNDER-COUNT TO BV-WH-UNDER
               MOVE WS-REP-UNDER-COUNT TO BV-REP-UNDER
               WRITE BUDGET-REPORT-RECORD FROM BUDGET-UNDER-LINE
                   AFTER ADVANCING 3
           END-IF
           CLOSE BUDGET-REPORT-FILE
           .

       175-PRINT-SECTION-HEADING.
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-SECTION-LINE
               AFTER ADVANCING 3
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-HEADING-1
               AFTER ADVANCING 2
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-HEADING-2
               AFTER ADVANCING 1
           .

       180-PRINT-VARIANCE-LINE.
           COMPUTE WS-ROW-MONTH-VAR =
               WS-ROW-MONTH-ACTUAL - WS-ROW-MONTH-BUDGET
           COMPUTE WS-ROW-YTD-VAR =
               WS-ROW-YTD-ACTUAL - WS-ROW-YTD-BUDGET
           IF WS-ROW-MONTH-BUDGET = ZERO
               MOVE ZERO TO WS-ROW-MONTH-PCT
           ELSE
               COMPUTE WS-ROW-MONTH-PCT ROUNDED =
                   (WS-ROW-MONTH-VAR * 100) / WS-ROW-MONTH-BUDGET
           END-IF
           IF WS-ROW-YTD-BUDGET = ZERO
               MOVE ZERO TO WS-ROW-YTD-PCT
           ELSE
               COMPUTE WS-ROW-YTD-PCT ROUNDED =
                   (WS-ROW-YTD-VAR * 100) / WS-ROW-YTD-BUDGET
           END-IF
           MOVE 'N' TO WS-MONTH-UNDER-FLAG
           MOVE 'N' TO WS-YTD-UNDER-FLAG
           IF CHECK-AGAINST-PLAN
               IF WS-ROW-MONTH-BUDGET > ZERO
                       AND (ZERO - WS-ROW-MONTH-VAR) * 10
                           > WS-ROW-MONTH-BUDGET
                   MOVE 'Y' TO WS-MONTH-UNDER-FLAG
               END-IF
               IF WS-ROW-YTD-BUDGET > ZERO
                       AND (ZERO - WS-ROW-YTD-VAR) * 10
                           > WS-ROW-YTD-BUDGET
                   MOVE 'Y' TO WS-YTD-UNDER-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN MONTH-UNDER-PLAN AND YTD-UNDER-PLAN
                       MOVE "UNDER PLAN BOTH" TO WS-ROW-FLAG
                   WHEN MONTH-UNDER-PLAN
                       MOVE "UNDER PLAN MONTH" TO WS-ROW-FLAG
                   WHEN YTD-UNDER-PLAN
                       MOVE "UNDER PLAN YTD" TO WS-ROW-FLAG
               END-EVALUATE
           END-IF
           MOVE WS-ROW-MONTH-BUDGET TO BV-MONTH-BUDGET
           MOVE WS-ROW-MONTH-ACTUAL TO BV-MONTH-ACTUAL
           MOVE WS-ROW-MONTH-VAR TO BV-MONTH-VAR
           MOVE WS-ROW-MONTH-PCT TO BV-MONTH-PCT
           MOVE WS-ROW-YTD-BUDGET TO BV-YTD-BUDGET
           MOVE WS-ROW-YTD-ACTUAL TO BV-YTD-ACTUAL
           MOVE WS-ROW-YTD-VAR TO BV-YTD-VAR
           MOVE WS-ROW-YTD-PCT TO BV-YTD-PCT
           MOVE WS-ROW-FLAG TO BV-FLAG
           WRITE BUDGET-REPORT-RECORD FROM BUDGET-DETAIL-LINE
               AFTER ADVANCING 1
           .

       185-PRINT-WAREHOUSE-TOTAL.
           MOVE WS-PREV-STATE TO WK-STATE
           MOVE WS-PREV-CITY TO WK-CITY
           MOVE WAREHOUSE-TOTAL-KEY TO BV-KEY-OUT
           MOVE WS-WH-MONTH-BUDGET TO WS-ROW-MONTH-BUDGET
           MOVE WS-WH-MONTH-ACTUAL TO WS-ROW-MONTH-ACTUAL
           MOVE WS-WH-YTD-BUDGET TO WS-ROW-YTD-BUDGET
           MOVE WS-WH-YTD-ACTUAL TO WS-ROW-YTD-ACTUAL
           MOVE SPACES TO WS-ROW-FLAG
           MOVE 'Y' TO WS-CHECK-PLAN-FLAG
           PERFORM 180-PRINT-VARIANCE-LINE
           IF MONTH-UNDER-PLAN OR YTD-UNDER-PLAN
               ADD 1 TO WS-WH-UNDER-COUNT
               DISPLAY "WARNING: WAREHOUSE " WK-STATE " " WK-CITY
                   " IS MORE THAN 10% UNDER PLAN - " WS-ROW-FLAG
           END-IF
           ADD WS-WH-MONTH-BUDGET TO WS-GRAND-MONTH-BUDGET
           ADD WS-WH-MONTH-ACTUAL TO WS-GRAND-MONTH-ACTUAL
           ADD WS-WH-YTD-BUDGET TO WS-GRAND-YTD-BUDGET
           ADD WS-WH-YTD-ACTUAL TO WS-GRAND-YTD-ACTUAL
           MOVE SPACES TO BUDGET-REPORT-RECORD
           WRITE BUDGET-REPORT-RECORD
               AFTER ADVANCING 1
           .
