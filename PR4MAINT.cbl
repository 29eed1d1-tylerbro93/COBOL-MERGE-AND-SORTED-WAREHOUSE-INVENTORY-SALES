       PROGRAM-ID. PR4MAINT.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS MAINTENANCE CARDS FROM "PR4 MAINT CARDS.TXT"
      *AND APPLIES THEM TO "PR4 CUSTOMERS.DAT" (FILE CODE C), "PR4
      *PRODUCTS.TXT" (P), "PR4 PRICES.TXT" (R), THE STANDARD PRODUCT
      *COSTS ON "PR4 STD COSTS.TXT" (S), THE REORDER POINTS ON "PR4
      *ONHAND.DAT" (O - CHANGE ONLY, THE LEDGER ROWS THEMSELVES
      *BELONG TO PR4STOCK), THE MONTHLY SALES BUDGET ON "PR4
      *BUDGET.TXT" (B) AND THE THREE COMPLIANCE MASTERS PR4COMPLY
      *CHECKS: THE STATE-BY-PRODUCT ELIGIBILITY MATRIX ON "PR4
      *ELIGIBILITY.TXT" (E - KEY STATE AND PRODUCT, DATA STATUS A
      *ALLOWED, L RESTRICTED WITH LICENSE OR P PROHIBITED, THEN THE
      *STATE THC CAP AS A PERCENT 99V999, ZERO FOR NO CAP), THE
      *CUSTOMER LICENSES ON "PR4 LICENSES.TXT" (L - CUSTOMER KEY,
      *LICENSE NUMBER AND EXPIRATION DATE YYYYMMDD) AND THE THC
      *CONTENT OF EACH PRODUCT ON "PR4 PRODUCT THC.TXT" (T - PRODUCT
      *KEY, THC PERCENT 99V999). EACH CARD IS FILE CODE, ACTION (A/C/D),
      *KEY AND DATA IN FIXED COLUMNS. A BUDGET ROW IS KEYED BY PERIOD,
      *STATE, CITY AND REP CODE; THE PERIOD, STATE AND CITY GO IN THE
      *KEY COLUMNS AND THE REP CODE IN THE FIRST THREE DATA COLUMNS,
      *FOLLOWED BY THE BUDGET AMOUNT (9 DIGITS, 2 DECIMALS IMPLIED). A
      *BLANK REP CODE BUDGETS THE WAREHOUSE'S HOUSE ACCOUNTS. EVERY
      *FIELD IS VALIDATED THE WAY THE CONSUMING PROGRAMS ASSUME IT:
      *STATE AND CITY CODES MUST
      *EXIST IN STATE.TXT AND CITY.TXT, REP CODES IN "PR4 REPS.TXT",
      *BUDGET PERIODS MUST BE YYYYMM, PRODUCTS ON THE ELIGIBILITY AND
      *THC ROWS MUST BE ON THE PRODUCT MASTER, A LICENSE MUST BELONG
      *TO A CUSTOMER ON THE CUSTOMER MASTER AND CARRY A REAL
      *EXPIRATION DATE, RATINGS AND RATES AND AMOUNTS AND
      *QUANTITIES MUST BE NUMERIC, PRICE AND STANDARD COST ROWS MUST
      *HAVE START NOT AFTER END AND MUST NOT OVERLAP ANOTHER ROW FOR
      *THE SAME PRODUCT, ADDS MUST BE NEW KEYS AND CHANGES AND
      *DELETES MUST HIT EXISTING ONES. BAD CARDS GO TO "PR4 MAINT
      *REJECTS.TXT" WITH THE REASON. EVERY APPLIED CHANGE IS
      *APPENDED TO "PR4 MAINT AUDIT.TXT" WITH THE DATE AND THE BEFORE
      *AND AFTER RECORD IMAGES. THE INDEXED CUSTOMER MASTER AND
      *ON-HAND LEDGER ARE UPDATED IN PLACE BY KEY AS EACH CARD IS
      *APPLIED; THE OTHER MASTERS ARE REWRITTEN IN FULL AT CORRECT
      *RECORD LENGTHS SO A SHORT RECORD CAN NEVER REACH A LOAD.
      ******************************************************************

               FILE STATUS IS WS-CARD-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "PR4 PRODUCTS.TXT"
               ASSIGN TO "PR4 PRICES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STD-COST-FILE
               ASSIGN TO "PR4 STD COSTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-COST-STATUS.

           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT OPTIONAL BUDGET-FILE
               ASSIGN TO "PR4 BUDGET.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGET-STATUS.

           SELECT REP-FILE
               ASSIGN TO "PR4 REPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ELIGIBILITY-FILE
               ASSIGN TO "PR4 ELIGIBILITY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIGIBILITY-STATUS.

           SELECT OPTIONAL LICENSE-FILE
               ASSIGN TO "PR4 LICENSES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LICENSE-STATUS.

           SELECT OPTIONAL THC-FILE
               ASSIGN TO "PR4 PRODUCT THC.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-THC-STATUS.

           SELECT STATE-FILE
               ASSIGN TO "STATE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
               10  MCK-OH-CITY        PIC X(2).
               10  MCK-OH-PRODUCT     PIC X(5).
               10  FILLER             PIC X(2).
           05  MC-KEY-BUDGET REDEFINES MC-KEY.
               10  MCK-BG-PERIOD.
                   15  MCK-BG-YEAR    PIC X(4).
                   15  MCK-BG-MONTH   PIC X(2).
               10  MCK-BG-STATE       PIC X(2).
               10  MCK-BG-CITY        PIC X(2).
               10  FILLER             PIC X(1).
           05  MC-KEY-ELIG REDEFINES MC-KEY.
               10  MCK-EL-STATE       PIC X(2).
               10  MCK-EL-PRODUCT     PIC X(5).
               10  FILLER             PIC X(4).
           05  MC-DATA                PIC X(67).
           05  MC-DATA-CUST REDEFINES MC-DATA.
               10  MCD-NAME           PIC X(20).
           05  MC-DATA-ONHAND REDEFINES MC-DATA.
               10  MCD-REORDER        PIC X(5).
               10  FILLER             PIC X(62).
           05  MC-DATA-BUDGET REDEFINES MC-DATA.
               10  MCD-BG-REP         PIC X(3).
               10  MCD-BG-AMOUNT      PIC X(9).
               10  FILLER             PIC X(55).
           05  MC-DATA-ELIG REDEFINES MC-DATA.
               10  MCD-EL-STATUS      PIC X(1).
               10  MCD-EL-THC-CAP     PIC X(5).
               10  FILLER             PIC X(61).
           05  MC-DATA-LICENSE REDEFINES MC-DATA.
               10  MCD-LC-LICENSE-NO  PIC X(15).
               10  MCD-LC-EXPIRES.
                   15  MCD-LC-EXP-YEAR  PIC X(4).
                   15  MCD-LC-EXP-MONTH PIC X(2).
                   15  MCD-LC-EXP-DAY   PIC X(2).
               10  FILLER             PIC X(44).
           05  MC-DATA-THC REDEFINES MC-DATA.
               10  MCD-TH-PCT         PIC X(5).
               10  FILLER             PIC X(62).

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
           05  PB-START-PERIOD        PIC X(6).
           05  PB-END-PERIOD          PIC X(6).

       FD STD-COST-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 STD-COST-FILE-RECORD.
           05  SC-PRODUCT-ID          PIC X(5).
           05  SC-STD-COST            PIC 999V99.
           05  SC-START-PERIOD        PIC X(6).
           05  SC-END-PERIOD          PIC X(6).

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

       FD BUDGET-FILE
       RECORD CONTAINS 22 CHARACTERS.
       01 BUDGET-FILE-RECORD.
           05  BG-PERIOD              PIC X(6).
           05  BG-STATE               PIC X(2).
           05  BG-CITY                PIC X(2).
           05  BG-REP                 PIC X(3).
           05  BG-AMOUNT              PIC 9(7)V99.

       FD ELIGIBILITY-FILE
       RECORD CONTAINS 13 CHARACTERS.
       01 ELIGIBILITY-FILE-RECORD.
           05  EL-STATE               PIC X(2).
           05  EL-PRODUCT-ID          PIC X(5).
           05  EL-STATUS              PIC X(1).
           05  EL-THC-CAP             PIC 99V999.

       FD LICENSE-FILE
       RECORD CONTAINS 29 CHARACTERS.
       01 LICENSE-FILE-RECORD.
           05  LC-STATE               PIC X(2).
           05  LC-CITY                PIC X(2).
           05  LC-CUSTOMER-ID         PIC X(2).
           05  LC-LICENSE-NO          PIC X(15).
           05  LC-EXPIRES             PIC 9(8).

       FD THC-FILE
       RECORD CONTAINS 10 CHARACTERS.
       01 THC-FILE-RECORD.
           05  TH-PRODUCT-ID          PIC X(5).
           05  TH-THC-PCT             PIC 99V999.

       FD REP-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 REP-FILE-RECORD.
           05  RM-REP-CODE            PIC X(3).
           05  RM-REP-NAME            PIC X(20).
           05  RM-COMM-RATE           PIC 9V999.

       FD STATE-FILE
       RECORD CONTAINS 9 CHARACTERS.
       01 STATE-FILE-RECORD.
       01  FLAGS-N-SWITCHES.
           05  CARD-EOF-FLAG               PIC X       VALUE 'N'.
               88 NO-MORE-CARDS                        VALUE 'Y'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.
           05  PRICE-EOF-FLAG              PIC X       VALUE 'N'.
               88 NO-MORE-PRICES                       VALUE 'Y'.
           05  STD-COST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-STD-COSTS                    VALUE 'Y'.
           05  BUDGET-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-BUDGET-ROWS                  VALUE 'Y'.
           05  REP-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-REPS                         VALUE 'Y'.
           05  ELIGIBILITY-EOF-FLAG        PIC X       VALUE 'N'.
               88 NO-MORE-ELIGIBILITY                  VALUE 'Y'.
           05  LICENSE-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-LICENSES                     VALUE 'Y'.
           05  THC-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-THC-ROWS                     VALUE 'Y'.
           05  STATE-EOF-FLAG              PIC X       VALUE 'N'.
               88 NO-MORE-STATES                       VALUE 'Y'.
           05  CITY-EOF-FLAG               PIC X       VALUE 'N'.
               88 PRICE-PERIOD-OVERLAP                 VALUE 'Y'.

       01  WS-CARD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-STD-COST-STATUS             PIC XX      VALUE SPACES.
       01  WS-AUDIT-STATUS                PIC XX      VALUE SPACES.
       01  WS-BUDGET-STATUS               PIC XX      VALUE SPACES.
       01  WS-ELIGIBILITY-STATUS          PIC XX      VALUE SPACES.
       01  WS-LICENSE-STATUS              PIC XX      VALUE SPACES.
       01  WS-THC-STATUS                  PIC XX      VALUE SPACES.

       01  WS-STATE-COUNT               PIC 9(3)    VALUE ZERO.
       01  STATE-TABLE.
               10  CT-CODE  PIC X(2).
               10  CT-NAME  PIC X(10).

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
               10  PBT-END        PIC X(6).
               10  PBT-DELETED    PIC X(1).

       01  WS-STD-COST-COUNT            PIC 9(3)    VALUE ZERO.
       01  STD-COST-TABLE.
           05  STD-COST-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-STD-COST-COUNT
                   INDEXED BY SCT-INDEX.
               10  SCT-PRODUCT-ID PIC X(5).
               10  SCT-STD-COST   PIC 999V99.
               10  SCT-START      PIC X(6).
               10  SCT-END        PIC X(6).
               10  SCT-DELETED    PIC X(1).

       01  WS-REP-COUNT                 PIC 9(3)    VALUE ZERO.
       01  REP-TABLE.
           05  REP-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-REP-COUNT
                   INDEXED BY REP-INDEX.
               10  RP-CODE  PIC X(3).

       01  WS-BUDGET-COUNT              PIC 9(4)    VALUE ZERO.
       01  BUDGET-TABLE.
           05  BUDGET-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BUDGET-COUNT
                   INDEXED BY BGT-INDEX.
               10  BGT-PERIOD     PIC X(6).
               10  BGT-STATE      PIC X(2).
               10  BGT-CITY       PIC X(2).
               10  BGT-REP        PIC X(3).
               10  BGT-AMOUNT     PIC 9(7)V99.
               10  BGT-DELETED    PIC X(1).

       01  WS-ELIG-COUNT                PIC 9(4)    VALUE ZERO.
       01  ELIGIBILITY-TABLE.
           05  ELIGIBILITY-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ELIG-COUNT
                   INDEXED BY ELT-INDEX.
               10  ELT-STATE      PIC X(2).
               10  ELT-PRODUCT-ID PIC X(5).
               10  ELT-STATUS     PIC X(1).
               10  ELT-THC-CAP    PIC 99V999.
               10  ELT-DELETED    PIC X(1).

       01  WS-LICENSE-COUNT             PIC 9(4)    VALUE ZERO.
       01  LICENSE-TABLE.
           05  LICENSE-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-LICENSE-COUNT
                   INDEXED BY LCT-INDEX.
               10  LCT-STATE      PIC X(2).
               10  LCT-CITY       PIC X(2).
               10  LCT-CUSTOMER   PIC X(2).
               10  LCT-LICENSE-NO PIC X(15).
               10  LCT-EXPIRES    PIC 9(8).
               10  LCT-DELETED    PIC X(1).

       01  WS-THC-COUNT                 PIC 9(3)    VALUE ZERO.
       01  THC-TABLE.
           05  THC-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-THC-COUNT
                   INDEXED BY THT-INDEX.
               10  THT-PRODUCT-ID PIC X(5).
               10  THT-THC-PCT    PIC 99V999.
               10  THT-DELETED    PIC X(1).

       01  WS-WORK-FIELDS.
           05  WS-BEFORE-IMAGE    PIC X(67)   VALUE SPACES.
           05  RW-START-PERIOD        PIC X(6).
           05  RW-END-PERIOD          PIC X(6).

       01  WS-COST-WORK.
           05  SW-PRODUCT-ID          PIC X(5).
           05  SW-STD-COST            PIC 999V99.
           05  SW-START-PERIOD        PIC X(6).
           05  SW-END-PERIOD          PIC X(6).

       01  WS-BUDGET-VALUE-X          PIC X(9)    VALUE SPACES.
       01  WS-BUDGET-VALUE-9 REDEFINES WS-BUDGET-VALUE-X
                                      PIC 9(7)V99.

       01  WS-THC-VALUE-X             PIC X(5)    VALUE SPACES.
       01  WS-THC-VALUE-9 REDEFINES WS-THC-VALUE-X
                                      PIC 99V999.

       01  WS-LICENSE-DATE-X          PIC X(8)    VALUE SPACES.
       01  WS-LICENSE-DATE-9 REDEFINES WS-LICENSE-DATE-X
                                      PIC 9(8).

       01  WS-ONHAND-WORK.
           05  OW-STATE               PIC X(2).
           05  OW-CITY                PIC X(2).
           05  OW-QTY                 PIC S9(7).
           05  OW-REORDER-POINT       PIC 9(5).

       01  WS-BUDGET-WORK.
           05  BW-PERIOD              PIC X(6).
           05  BW-STATE               PIC X(2).
           05  BW-CITY                PIC X(2).
           05  BW-REP                 PIC X(3).
           05  BW-AMOUNT              PIC 9(7)V99.

       01  WS-ELIG-WORK.
           05  EW-STATE               PIC X(2).
           05  EW-PRODUCT-ID          PIC X(5).
           05  EW-STATUS              PIC X(1).
           05  EW-THC-CAP             PIC 99V999.

       01  WS-LICENSE-WORK.
           05  LW-STATE               PIC X(2).
           05  LW-CITY                PIC X(2).
           05  LW-CUSTOMER-ID         PIC X(2).
           05  LW-LICENSE-NO          PIC X(15).
           05  LW-EXPIRES             PIC 9(8).

       01  WS-THC-WORK.
           05  TW-PRODUCT-ID          PIC X(5).
           05  TW-THC-PCT             PIC 99V999.

       01  WS-RUN-DATE                PIC 9(8)    VALUE ZERO.

      **************************REPORT SECTION**************************
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-STATE-TABLE
           PERFORM 115-LOAD-CITY-TABLE
           PERFORM 120-OPEN-CUSTOMER-MASTER
           PERFORM 125-LOAD-PRODUCT-MASTER
           PERFORM 130-LOAD-PRICE-MASTER
           PERFORM 133-LOAD-STD-COST-MASTER
           PERFORM 135-OPEN-ONHAND-MASTER
           PERFORM 137-LOAD-BUDGET-MASTER
           PERFORM 138-LOAD-REP-TABLE
           PERFORM 139-LOAD-COMPLIANCE-MASTERS
           OPEN OUTPUT REJECT-FILE
           PERFORM 140-OPEN-AUDIT-FILE
           PERFORM 150-READ-MAINT-CARDS
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           CLOSE CUSTOMER-FILE
           CLOSE ONHAND-FILE
           PERFORM 310-REWRITE-PRODUCT-MASTER
           PERFORM 320-REWRITE-PRICE-MASTER
           PERFORM 325-REWRITE-STD-COST-MASTER
           PERFORM 330-REWRITE-BUDGET-MASTER
           PERFORM 340-REWRITE-ELIGIBILITY
           PERFORM 345-REWRITE-LICENSES
           PERFORM 350-REWRITE-THC-MASTER
           DISPLAY "PR4MAINT - CARDS APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT
           STOP RUN
           CLOSE CITY-FILE
           .

       120-OPEN-CUSTOMER-MASTER.
           OPEN I-O CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4MAINT ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       125-LOAD-PRODUCT-MASTER.
           CLOSE PRICE-FILE
           .

       133-LOAD-STD-COST-MASTER.
           MOVE ZERO TO WS-STD-COST-COUNT
           OPEN INPUT STD-COST-FILE
           IF WS-STD-COST-STATUS = "00"
               MOVE 'N' TO STD-COST-EOF-FLAG
               PERFORM UNTIL NO-MORE-STD-COSTS
                   READ STD-COST-FILE
                       AT END
                           MOVE 'Y' TO STD-COST-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-STD-COST-COUNT
                           SET SCT-INDEX TO WS-STD-COST-COUNT
                           MOVE SC-PRODUCT-ID
                               TO SCT-PRODUCT-ID(SCT-INDEX)
                           MOVE SC-STD-COST TO SCT-STD-COST(SCT-INDEX)
                           MOVE SC-START-PERIOD TO SCT-START(SCT-INDEX)
                           MOVE SC-END-PERIOD TO SCT-END(SCT-INDEX)
                           MOVE 'N' TO SCT-DELETED(SCT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE STD-COST-FILE
           ELSE
               CLOSE STD-COST-FILE
           END-IF
           .

       135-OPEN-ONHAND-MASTER.
           OPEN I-O ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = "00"
                   AND WS-ONHAND-STATUS NOT = "05"
               DISPLAY "PR4MAINT ABORT - CANNOT OPEN "
                   "PR4 ONHAND.DAT, FILE STATUS " WS-ONHAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       137-LOAD-BUDGET-MASTER.
           MOVE ZERO TO WS-BUDGET-COUNT
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00"
               MOVE 'N' TO BUDGET-EOF-FLAG
               PERFORM UNTIL NO-MORE-BUDGET-ROWS
                   READ BUDGET-FILE
                       AT END
                           MOVE 'Y' TO BUDGET-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-BUDGET-COUNT
                           SET BGT-INDEX TO WS-BUDGET-COUNT
                           MOVE BG-PERIOD TO BGT-PERIOD(BGT-INDEX)
                           MOVE BG-STATE TO BGT-STATE(BGT-INDEX)
                           MOVE BG-CITY TO BGT-CITY(BGT-INDEX)
                           MOVE BG-REP TO BGT-REP(BGT-INDEX)
                           MOVE BG-AMOUNT TO BGT-AMOUNT(BGT-INDEX)
                           MOVE 'N' TO BGT-DELETED(BGT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           ELSE
               CLOSE BUDGET-FILE
           END-IF
           .

       138-LOAD-REP-TABLE.
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
               END-READ
           END-PERFORM
           CLOSE REP-FILE
           .

       139-LOAD-COMPLIANCE-MASTERS.
           MOVE ZERO TO WS-ELIG-COUNT
           OPEN INPUT ELIGIBILITY-FILE
           IF WS-ELIGIBILITY-STATUS = "00"
               MOVE 'N' TO ELIGIBILITY-EOF-FLAG
               PERFORM UNTIL NO-MORE-ELIGIBILITY
                   READ ELIGIBILITY-FILE
                       AT END
                           MOVE 'Y' TO ELIGIBILITY-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-ELIG-COUNT
                           SET ELT-INDEX TO WS-ELIG-COUNT
                           MOVE EL-STATE TO ELT-STATE(ELT-INDEX)
                           MOVE EL-PRODUCT-ID
                               TO ELT-PRODUCT-ID(ELT-INDEX)
                           MOVE EL-STATUS TO ELT-STATUS(ELT-INDEX)
                           MOVE EL-THC-CAP TO ELT-THC-CAP(ELT-INDEX)
                           MOVE 'N' TO ELT-DELETED(ELT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE ELIGIBILITY-FILE
           ELSE
               CLOSE ELIGIBILITY-FILE
           END-IF
           MOVE ZERO TO WS-LICENSE-COUNT
           OPEN INPUT LICENSE-FILE
           IF WS-LICENSE-STATUS = "00"
               MOVE 'N' TO LICENSE-EOF-FLAG
               PERFORM UNTIL NO-MORE-LICENSES
                   READ LICENSE-FILE
                       AT END
                           MOVE 'Y' TO LICENSE-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-LICENSE-COUNT
                           SET LCT-INDEX TO WS-LICENSE-COUNT
                           MOVE LC-STATE TO LCT-STATE(LCT-INDEX)
                           MOVE LC-CITY TO LCT-CITY(LCT-INDEX)
                           MOVE LC-CUSTOMER-ID
                               TO LCT-CUSTOMER(LCT-INDEX)
                           MOVE LC-LICENSE-NO
                               TO LCT-LICENSE-NO(LCT-INDEX)
                           MOVE LC-EXPIRES TO LCT-EXPIRES(LCT-INDEX)
                           MOVE 'N' TO LCT-DELETED(LCT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE LICENSE-FILE
           ELSE
               CLOSE LICENSE-FILE
           END-IF
           MOVE ZERO TO WS-THC-COUNT
           OPEN INPUT THC-FILE
           IF WS-THC-STATUS = "00"
               MOVE 'N' TO THC-EOF-FLAG
               PERFORM UNTIL NO-MORE-THC-ROWS
                   READ THC-FILE
                       AT END
                           MOVE 'Y' TO THC-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-THC-COUNT
                           SET THT-INDEX TO WS-THC-COUNT
                           MOVE TH-PRODUCT-ID
                               TO THT-PRODUCT-ID(THT-INDEX)
                           MOVE TH-THC-PCT TO THT-THC-PCT(THT-INDEX)
                           MOVE 'N' TO THT-DELETED(THT-INDEX)
                   END-READ
               END-PERFORM
               CLOSE THC-FILE
           ELSE
               CLOSE THC-FILE
           END-IF
           .

                       PERFORM 220-MAINT-PRODUCT
                   WHEN "R"
                       PERFORM 230-MAINT-PRICE
                   WHEN "S"
                       PERFORM 250-MAINT-STD-COST
                   WHEN "O"
                       PERFORM 240-MAINT-ONHAND
                   WHEN "B"
                       PERFORM 260-MAINT-BUDGET
                   WHEN "E"
                       PERFORM 270-MAINT-ELIGIBILITY
                   WHEN "L"
                       PERFORM 274-MAINT-LICENSE
                   WHEN "T"
                       PERFORM 277-MAINT-THC
                   WHEN OTHER
                       MOVE "UNKNOWN FILE CODE" TO WS-REASON
                       PERFORM 290-REJECT-CARD
               END-EVALUATE
           END-IF

       210-MAINT-CUSTOMER.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           MOVE MCK-STATE TO CM-STATE
           MOVE MCK-CITY TO CM-CITY
           MOVE MCK-CUSTOMER TO CM-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-READ
           PERFORM 212-VALIDATE-CUSTOMER-CARD
           IF CARD-IS-GOOD
               PERFORM 214-APPLY-CUSTOMER-CARD
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE CM-STATE TO CW-STATE
               MOVE CM-CITY TO CW-CITY
               MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
               MOVE CM-NAME TO CW-NAME
               MOVE CM-RATING TO CW-RATING
               MOVE CM-ADDRESS TO CW-ADDRESS
               MOVE CM-REP-CODE TO CW-REP-CODE
               MOVE CM-CREDIT-LIMIT TO CW-CREDIT-LIMIT
               MOVE WS-CUST-WORK TO WS-BEFORE-IMAGE
           END-IF
           MOVE MCK-STATE TO CM-STATE
           MOVE MCK-CITY TO CM-CITY
           MOVE MCK-CUSTOMER TO CM-CUSTOMER-ID
           IF MC-ACTION NOT = "D"
               MOVE MCD-NAME TO CM-NAME
               MOVE MCD-RATING TO CM-RATING
               MOVE MCD-ADDRESS TO CM-ADDRESS
               MOVE MCD-REP TO CM-REP-CODE
               MOVE MCD-LIMIT TO CM-CREDIT-LIMIT
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   WRITE CUSTOMER-FILE-RECORD
                       INVALID KEY
                           MOVE "KEY ALREADY ON MASTER" TO WS-REASON
                           PERFORM 290-REJECT-CARD
                   END-WRITE
               WHEN "C"
                   REWRITE CUSTOMER-FILE-RECORD
                       INVALID KEY
                           MOVE "KEY NOT ON MASTER" TO WS-REASON
                           PERFORM 290-REJECT-CARD
                   END-REWRITE
               WHEN "D"
                   DELETE CUSTOMER-FILE RECORD
                       INVALID KEY
                           MOVE "KEY NOT ON MASTER" TO WS-REASON
                           PERFORM 290-REJECT-CARD
                   END-DELETE
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE CM-STATE TO CW-STATE
                   MOVE CM-CITY TO CW-CITY
                   MOVE CM-CUSTOMER-ID TO CW-CUSTOMER-ID
                   MOVE CM-NAME TO CW-NAME
                   MOVE CM-RATING TO CW-RATING
                   MOVE CM-ADDRESS TO CW-ADDRESS
                   MOVE CM-REP-CODE TO CW-REP-CODE
                   MOVE CM-CREDIT-LIMIT TO CW-CREDIT-LIMIT
                   MOVE WS-CUST-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           IF CARD-IS-GOOD
               MOVE 'N' TO WS-ROW-FOUND-FLAG
               MOVE MCK-OH-STATE TO OH-STATE
               MOVE MCK-OH-CITY TO OH-CITY
               MOVE MCK-OH-PRODUCT TO OH-PRODUCT-ID
               READ ONHAND-FILE
                   INVALID KEY
                       MOVE "KEY NOT ON LEDGER" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ROW-FOUND-FLAG
               END-READ
           END-IF
           IF CARD-IS-GOOD
               IF MCD-REORDER NOT NUMERIC
           .

       242-APPLY-ONHAND-CARD.
           MOVE OH-STATE TO OW-STATE
           MOVE OH-CITY TO OW-CITY
           MOVE OH-PRODUCT-ID TO OW-PRODUCT-ID
           MOVE OH-QTY TO OW-QTY
           MOVE OH-REORDER-POINT TO OW-REORDER-POINT
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE WS-ONHAND-WORK TO WS-BEFORE-IMAGE
           MOVE MCD-REORDER TO OH-REORDER-POINT
           REWRITE ONHAND-RECORD
               INVALID KEY
                   MOVE "KEY NOT ON LEDGER" TO WS-REASON
                   PERFORM 290-REJECT-CARD
           END-REWRITE
           IF CARD-IS-GOOD
               MOVE OH-REORDER-POINT TO OW-REORDER-POINT
               MOVE SPACES TO WS-AFTER-IMAGE
               MOVE WS-ONHAND-WORK TO WS-AFTER-IMAGE
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       250-MAINT-STD-COST.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           SET SCT-INDEX TO 1
           SEARCH STD-COST-ITEM
               AT END
                   CONTINUE
               WHEN MCK-PR-PRODUCT = SCT-PRODUCT-ID(SCT-INDEX)
                       AND MCK-PR-START = SCT-START(SCT-INDEX)
                       AND SCT-DELETED(SCT-INDEX) = "N"
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-SEARCH
           PERFORM 252-VALIDATE-STD-COST-CARD
           IF CARD-IS-GOOD
               PERFORM 256-APPLY-STD-COST-CARD
           END-IF
           .

       252-VALIDATE-STD-COST-CARD.
           IF MC-ACTION = "A" AND MASTER-ROW-FOUND
               MOVE "KEY ALREADY ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF MC-ACTION NOT = "A" AND NOT MASTER-ROW-FOUND
               MOVE "KEY NOT ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               PERFORM 234-CHECK-PRICE-PRODUCT
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "PRODUCT NOT ON MASTER" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-PRICE NOT NUMERIC
                   MOVE "COST NOT NUMERIC" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCK-PR-START NOT NUMERIC
                       OR MCD-END-PERIOD NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               ELSE
                   IF MCK-PR-START > MCD-END-PERIOD
                       MOVE "START AFTER END" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   END-IF
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               PERFORM 255-CHECK-COST-OVERLAP
               IF PRICE-PERIOD-OVERLAP
                   MOVE "PERIOD OVERLAPS COST ROW" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           .

       255-CHECK-COST-OVERLAP.
           MOVE 'N' TO WS-OVERLAP-FLAG
           PERFORM VARYING OV-SUB FROM 1 BY 1
                   UNTIL OV-SUB > WS-STD-COST-COUNT
               IF SCT-PRODUCT-ID(OV-SUB) = MCK-PR-PRODUCT
                       AND SCT-DELETED(OV-SUB) = "N"
                       AND SCT-START(OV-SUB) NOT = MCK-PR-START
                   IF MCK-PR-START <= SCT-END(OV-SUB)
                           AND MCD-END-PERIOD >= SCT-START(OV-SUB)
                       MOVE 'Y' TO WS-OVERLAP-FLAG
                   END-IF
               END-IF
           END-PERFORM
           .

       256-APPLY-STD-COST-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE SCT-PRODUCT-ID(SCT-INDEX) TO SW-PRODUCT-ID
               MOVE SCT-STD-COST(SCT-INDEX) TO SW-STD-COST
               MOVE SCT-START(SCT-INDEX) TO SW-START-PERIOD
               MOVE SCT-END(SCT-INDEX) TO SW-END-PERIOD
               MOVE WS-COST-WORK TO WS-BEFORE-IMAGE
           END-IF
           IF MC-ACTION NOT = "D"
               MOVE MCD-PRICE TO WS-PRICE-VALUE-X
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   IF WS-STD-COST-COUNT >= 500
                       MOVE "STD COST FILE FULL" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       ADD 1 TO WS-STD-COST-COUNT
                       SET SCT-INDEX TO WS-STD-COST-COUNT
                       MOVE MCK-PR-PRODUCT
                           TO SCT-PRODUCT-ID(SCT-INDEX)
                       MOVE WS-PRICE-VALUE-9
                           TO SCT-STD-COST(SCT-INDEX)
                       MOVE MCK-PR-START TO SCT-START(SCT-INDEX)
                       MOVE MCD-END-PERIOD TO SCT-END(SCT-INDEX)
                       MOVE 'N' TO SCT-DELETED(SCT-INDEX)
                   END-IF
               WHEN "C"
                   MOVE WS-PRICE-VALUE-9
                       TO SCT-STD-COST(SCT-INDEX)
                   MOVE MCD-END-PERIOD TO SCT-END(SCT-INDEX)
               WHEN "D"
                   MOVE 'Y' TO SCT-DELETED(SCT-INDEX)
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE SCT-PRODUCT-ID(SCT-INDEX) TO SW-PRODUCT-ID
                   MOVE SCT-STD-COST(SCT-INDEX) TO SW-STD-COST
                   MOVE SCT-START(SCT-INDEX) TO SW-START-PERIOD
                   MOVE SCT-END(SCT-INDEX) TO SW-END-PERIOD
                   MOVE WS-COST-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       260-MAINT-BUDGET.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           SET BGT-INDEX TO 1
           SEARCH BUDGET-ITEM
               AT END
                   CONTINUE
               WHEN MCK-BG-PERIOD = BGT-PERIOD(BGT-INDEX)
                       AND MCK-BG-STATE = BGT-STATE(BGT-INDEX)
                       AND MCK-BG-CITY = BGT-CITY(BGT-INDEX)
                       AND MCD-BG-REP = BGT-REP(BGT-INDEX)
                       AND BGT-DELETED(BGT-INDEX) = "N"
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-SEARCH
           PERFORM 262-VALIDATE-BUDGET-CARD
           IF CARD-IS-GOOD
               PERFORM 268-APPLY-BUDGET-CARD
           END-IF
           .

       262-VALIDATE-BUDGET-CARD.
           IF MC-ACTION = "A" AND MASTER-ROW-FOUND
               MOVE "KEY ALREADY ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF MC-ACTION NOT = "A" AND NOT MASTER-ROW-FOUND
               MOVE "KEY NOT ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCK-BG-PERIOD NOT NUMERIC
                       OR MCK-BG-MONTH < "01"
                       OR MCK-BG-MONTH > "12"
                   MOVE "PERIOD NOT YYYYMM" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               PERFORM 264-CHECK-BUDGET-STATE
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "STATE NOT IN STATE.TXT" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               PERFORM 265-CHECK-BUDGET-CITY
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "CITY NOT IN CITY.TXT" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
                   AND MCD-BG-REP NOT = SPACES
               PERFORM 266-CHECK-BUDGET-REP
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "REP NOT IN PR4 REPS.TXT" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-BG-AMOUNT NOT NUMERIC
                   MOVE "BUDGET AMOUNT NOT NUMERIC" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           .

       264-CHECK-BUDGET-STATE.
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           SET STA-INDEX TO 1
           SEARCH STATE-ITEM
               AT END
                   CONTINUE
               WHEN MCK-BG-STATE = ST-CODE(STA-INDEX)
                   MOVE 'Y' TO WS-CODE-FOUND-FLAG
           END-SEARCH
           .

       265-CHECK-BUDGET-CITY.
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           SET CT-INDEX TO 1
           SEARCH CITY-ITEM
               AT END
                   CONTINUE
               WHEN MCK-BG-CITY = CT-CODE(CT-INDEX)
                   MOVE 'Y' TO WS-CODE-FOUND-FLAG
           END-SEARCH
           .

       266-CHECK-BUDGET-REP.
           MOVE 'N' TO WS-CODE-FOUND-FLAG
           SET REP-INDEX TO 1
           SEARCH REP-ITEM
               AT END
                   CONTINUE
               WHEN MCD-BG-REP = RP-CODE(REP-INDEX)
                   MOVE 'Y' TO WS-CODE-FOUND-FLAG
           END-SEARCH
           .

       268-APPLY-BUDGET-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE BGT-PERIOD(BGT-INDEX) TO BW-PERIOD
               MOVE BGT-STATE(BGT-INDEX) TO BW-STATE
               MOVE BGT-CITY(BGT-INDEX) TO BW-CITY
               MOVE BGT-REP(BGT-INDEX) TO BW-REP
               MOVE BGT-AMOUNT(BGT-INDEX) TO BW-AMOUNT
               MOVE WS-BUDGET-WORK TO WS-BEFORE-IMAGE
           END-IF
           IF MC-ACTION NOT = "D"
               MOVE MCD-BG-AMOUNT TO WS-BUDGET-VALUE-X
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   IF WS-BUDGET-COUNT >= 2000
                       MOVE "BUDGET FILE FULL" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       ADD 1 TO WS-BUDGET-COUNT
                       SET BGT-INDEX TO WS-BUDGET-COUNT
                       MOVE MCK-BG-PERIOD TO BGT-PERIOD(BGT-INDEX)
                       MOVE MCK-BG-STATE TO BGT-STATE(BGT-INDEX)
                       MOVE MCK-BG-CITY TO BGT-CITY(BGT-INDEX)
                       MOVE MCD-BG-REP TO BGT-REP(BGT-INDEX)
                       MOVE WS-BUDGET-VALUE-9
                           TO BGT-AMOUNT(BGT-INDEX)
                       MOVE 'N' TO BGT-DELETED(BGT-INDEX)
                   END-IF
               WHEN "C"
                   MOVE WS-BUDGET-VALUE-9 TO BGT-AMOUNT(BGT-INDEX)
               WHEN "D"
                   MOVE 'Y' TO BGT-DELETED(BGT-INDEX)
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE BGT-PERIOD(BGT-INDEX) TO BW-PERIOD
                   MOVE BGT-STATE(BGT-INDEX) TO BW-STATE
                   MOVE BGT-CITY(BGT-INDEX) TO BW-CITY
                   MOVE BGT-REP(BGT-INDEX) TO BW-REP
                   MOVE BGT-AMOUNT(BGT-INDEX) TO BW-AMOUNT
                   MOVE WS-BUDGET-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       270-MAINT-ELIGIBILITY.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           SET ELT-INDEX TO 1
           SEARCH ELIGIBILITY-ITEM
               AT END
                   CONTINUE
               WHEN MCK-EL-STATE = ELT-STATE(ELT-INDEX)
                       AND MCK-EL-PRODUCT = ELT-PRODUCT-ID(ELT-INDEX)
                       AND ELT-DELETED(ELT-INDEX) = "N"
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-SEARCH
           IF MC-ACTION = "A" AND MASTER-ROW-FOUND
               MOVE "KEY ALREADY ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF MC-ACTION NOT = "A" AND NOT MASTER-ROW-FOUND
               MOVE "KEY NOT ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               MOVE 'N' TO WS-CODE-FOUND-FLAG
               SET STA-INDEX TO 1
               SEARCH STATE-ITEM
                   AT END
                       CONTINUE
                   WHEN MCK-EL-STATE = ST-CODE(STA-INDEX)
                       MOVE 'Y' TO WS-CODE-FOUND-FLAG
               END-SEARCH
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "STATE NOT IN STATE.TXT" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               MOVE 'N' TO WS-CODE-FOUND-FLAG
               SET PRD-INDEX TO 1
               SEARCH PRODUCT-ITEM
                   AT END
                       CONTINUE
                   WHEN MCK-EL-PRODUCT = PRD-ID(PRD-INDEX)
                           AND PRD-DELETED(PRD-INDEX) = "N"
                       MOVE 'Y' TO WS-CODE-FOUND-FLAG
               END-SEARCH
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "PRODUCT NOT ON MASTER" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-EL-STATUS NOT = "A"
                       AND MCD-EL-STATUS NOT = "L"
                       AND MCD-EL-STATUS NOT = "P"
                   MOVE "STATUS NOT A, L OR P" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-EL-THC-CAP NOT NUMERIC
                   MOVE "THC CAP NOT NUMERIC" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD
               PERFORM 272-APPLY-ELIGIBILITY-CARD
           END-IF
           .

       272-APPLY-ELIGIBILITY-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE ELT-STATE(ELT-INDEX) TO EW-STATE
               MOVE ELT-PRODUCT-ID(ELT-INDEX) TO EW-PRODUCT-ID
               MOVE ELT-STATUS(ELT-INDEX) TO EW-STATUS
               MOVE ELT-THC-CAP(ELT-INDEX) TO EW-THC-CAP
               MOVE WS-ELIG-WORK TO WS-BEFORE-IMAGE
           END-IF
           IF MC-ACTION NOT = "D"
               MOVE MCD-EL-THC-CAP TO WS-THC-VALUE-X
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   IF WS-ELIG-COUNT >= 2000
                       MOVE "ELIGIBILITY FILE FULL" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       ADD 1 TO WS-ELIG-COUNT
                       SET ELT-INDEX TO WS-ELIG-COUNT
                       MOVE MCK-EL-STATE TO ELT-STATE(ELT-INDEX)
                       MOVE MCK-EL-PRODUCT TO ELT-PRODUCT-ID(ELT-INDEX)
                       MOVE MCD-EL-STATUS TO ELT-STATUS(ELT-INDEX)
                       MOVE WS-THC-VALUE-9 TO ELT-THC-CAP(ELT-INDEX)
                       MOVE 'N' TO ELT-DELETED(ELT-INDEX)
                   END-IF
               WHEN "C"
                   MOVE MCD-EL-STATUS TO ELT-STATUS(ELT-INDEX)
                   MOVE WS-THC-VALUE-9 TO ELT-THC-CAP(ELT-INDEX)
               WHEN "D"
                   MOVE 'Y' TO ELT-DELETED(ELT-INDEX)
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE ELT-STATE(ELT-INDEX) TO EW-STATE
                   MOVE ELT-PRODUCT-ID(ELT-INDEX) TO EW-PRODUCT-ID
                   MOVE ELT-STATUS(ELT-INDEX) TO EW-STATUS
                   MOVE ELT-THC-CAP(ELT-INDEX) TO EW-THC-CAP
                   MOVE WS-ELIG-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       274-MAINT-LICENSE.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           SET LCT-INDEX TO 1
           SEARCH LICENSE-ITEM
               AT END
                   CONTINUE
               WHEN MCK-STATE = LCT-STATE(LCT-INDEX)
                       AND MCK-CITY = LCT-CITY(LCT-INDEX)
                       AND MCK-CUSTOMER = LCT-CUSTOMER(LCT-INDEX)
                       AND LCT-DELETED(LCT-INDEX) = "N"
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-SEARCH
           IF MC-ACTION = "A" AND MASTER-ROW-FOUND
               MOVE "KEY ALREADY ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF MC-ACTION NOT = "A" AND NOT MASTER-ROW-FOUND
               MOVE "KEY NOT ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               MOVE MCK-STATE TO CM-STATE
               MOVE MCK-CITY TO CM-CITY
               MOVE MCK-CUSTOMER TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER" TO WS-REASON
                       PERFORM 290-REJECT-CARD
               END-READ
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-LC-LICENSE-NO = SPACES
                   MOVE "LICENSE NUMBER IS BLANK" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-LC-EXPIRES NOT NUMERIC
                       OR MCD-LC-EXP-MONTH < "01"
                       OR MCD-LC-EXP-MONTH > "12"
                       OR MCD-LC-EXP-DAY < "01"
                       OR MCD-LC-EXP-DAY > "31"
                   MOVE "EXPIRATION NOT YYYYMMDD" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD
               PERFORM 275-APPLY-LICENSE-CARD
           END-IF
           .

       275-APPLY-LICENSE-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE LCT-STATE(LCT-INDEX) TO LW-STATE
               MOVE LCT-CITY(LCT-INDEX) TO LW-CITY
               MOVE LCT-CUSTOMER(LCT-INDEX) TO LW-CUSTOMER-ID
               MOVE LCT-LICENSE-NO(LCT-INDEX) TO LW-LICENSE-NO
               MOVE LCT-EXPIRES(LCT-INDEX) TO LW-EXPIRES
               MOVE WS-LICENSE-WORK TO WS-BEFORE-IMAGE
           END-IF
           IF MC-ACTION NOT = "D"
               MOVE MCD-LC-EXPIRES TO WS-LICENSE-DATE-X
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   IF WS-LICENSE-COUNT >= 1000
                       MOVE "LICENSE FILE FULL" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       ADD 1 TO WS-LICENSE-COUNT
                       SET LCT-INDEX TO WS-LICENSE-COUNT
                       MOVE MCK-STATE TO LCT-STATE(LCT-INDEX)
                       MOVE MCK-CITY TO LCT-CITY(LCT-INDEX)
                       MOVE MCK-CUSTOMER TO LCT-CUSTOMER(LCT-INDEX)
                       MOVE MCD-LC-LICENSE-NO
                           TO LCT-LICENSE-NO(LCT-INDEX)
                       MOVE WS-LICENSE-DATE-9 TO LCT-EXPIRES(LCT-INDEX)
                       MOVE 'N' TO LCT-DELETED(LCT-INDEX)
                   END-IF
               WHEN "C"
                   MOVE MCD-LC-LICENSE-NO TO LCT-LICENSE-NO(LCT-INDEX)
                   MOVE WS-LICENSE-DATE-9 TO LCT-EXPIRES(LCT-INDEX)
               WHEN "D"
                   MOVE 'Y' TO LCT-DELETED(LCT-INDEX)
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE LCT-STATE(LCT-INDEX) TO LW-STATE
                   MOVE LCT-CITY(LCT-INDEX) TO LW-CITY
                   MOVE LCT-CUSTOMER(LCT-INDEX) TO LW-CUSTOMER-ID
                   MOVE LCT-LICENSE-NO(LCT-INDEX) TO LW-LICENSE-NO
                   MOVE LCT-EXPIRES(LCT-INDEX) TO LW-EXPIRES
                   MOVE WS-LICENSE-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       277-MAINT-THC.
           MOVE 'N' TO WS-ROW-FOUND-FLAG
           SET THT-INDEX TO 1
           SEARCH THC-ITEM
               AT END
                   CONTINUE
               WHEN MCK-PRODUCT = THT-PRODUCT-ID(THT-INDEX)
                       AND THT-DELETED(THT-INDEX) = "N"
                   MOVE 'Y' TO WS-ROW-FOUND-FLAG
           END-SEARCH
           IF MC-ACTION = "A" AND MASTER-ROW-FOUND
               MOVE "KEY ALREADY ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF MC-ACTION NOT = "A" AND NOT MASTER-ROW-FOUND
               MOVE "KEY NOT ON MASTER" TO WS-REASON
               PERFORM 290-REJECT-CARD
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               PERFORM 234-CHECK-PRICE-PRODUCT
               IF NOT LOOKUP-CODE-FOUND
                   MOVE "PRODUCT NOT ON MASTER" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD AND MC-ACTION NOT = "D"
               IF MCD-TH-PCT NOT NUMERIC
                   MOVE "THC PERCENT NOT NUMERIC" TO WS-REASON
                   PERFORM 290-REJECT-CARD
               END-IF
           END-IF
           IF CARD-IS-GOOD
               PERFORM 278-APPLY-THC-CARD
           END-IF
           .

       278-APPLY-THC-CARD.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           IF MASTER-ROW-FOUND
               MOVE THT-PRODUCT-ID(THT-INDEX) TO TW-PRODUCT-ID
               MOVE THT-THC-PCT(THT-INDEX) TO TW-THC-PCT
               MOVE WS-THC-WORK TO WS-BEFORE-IMAGE
           END-IF
           IF MC-ACTION NOT = "D"
               MOVE MCD-TH-PCT TO WS-THC-VALUE-X
           END-IF
           EVALUATE MC-ACTION
               WHEN "A"
                   IF WS-THC-COUNT >= 200
                       MOVE "THC FILE FULL" TO WS-REASON
                       PERFORM 290-REJECT-CARD
                   ELSE
                       ADD 1 TO WS-THC-COUNT
                       SET THT-INDEX TO WS-THC-COUNT
                       MOVE MCK-PRODUCT TO THT-PRODUCT-ID(THT-INDEX)
                       MOVE WS-THC-VALUE-9 TO THT-THC-PCT(THT-INDEX)
                       MOVE 'N' TO THT-DELETED(THT-INDEX)
                   END-IF
               WHEN "C"
                   MOVE WS-THC-VALUE-9 TO THT-THC-PCT(THT-INDEX)
               WHEN "D"
                   MOVE 'Y' TO THT-DELETED(THT-INDEX)
           END-EVALUATE
           IF CARD-IS-GOOD
               IF MC-ACTION NOT = "D"
                   MOVE THT-PRODUCT-ID(THT-INDEX) TO TW-PRODUCT-ID
                   MOVE THT-THC-PCT(THT-INDEX) TO TW-THC-PCT
                   MOVE WS-THC-WORK TO WS-AFTER-IMAGE
               END-IF
               PERFORM 280-WRITE-AUDIT-TRAIL
           END-IF
           .

       280-WRITE-AUDIT-TRAIL.
           WRITE REJECT-RECORD FROM REJECT-LINE
           .

       310-REWRITE-PRODUCT-MASTER.
           OPEN OUTPUT PRODUCT-FILE
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
           CLOSE PRICE-FILE
           .

       325-REWRITE-STD-COST-MASTER.
           OPEN OUTPUT STD-COST-FILE
           PERFORM VARYING SCT-INDEX FROM 1 BY 1
                   UNTIL SCT-INDEX > WS-STD-COST-COUNT
               IF SCT-DELETED(SCT-INDEX) = "N"
                   MOVE SCT-PRODUCT-ID(SCT-INDEX) TO SC-PRODUCT-ID
                   MOVE SCT-STD-COST(SCT-INDEX) TO SC-STD-COST
                   MOVE SCT-START(SCT-INDEX) TO SC-START-PERIOD
                   MOVE SCT-END(SCT-INDEX) TO SC-END-PERIOD
                   WRITE STD-COST-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE STD-COST-FILE
           .

       330-REWRITE-BUDGET-MASTER.
           OPEN OUTPUT BUDGET-FILE
           PERFORM VARYING BGT-INDEX FROM 1 BY 1
                   UNTIL BGT-INDEX > WS-BUDGET-COUNT
               IF BGT-DELETED(BGT-INDEX) = "N"
                   MOVE BGT-PERIOD(BGT-INDEX) TO BG-PERIOD
                   MOVE BGT-STATE(BGT-INDEX) TO BG-STATE
                   MOVE BGT-CITY(BGT-INDEX) TO BG-CITY
                   MOVE BGT-REP(BGT-INDEX) TO BG-REP
                   MOVE BGT-AMOUNT(BGT-INDEX) TO BG-AMOUNT
                   WRITE BUDGET-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE BUDGET-FILE
           .

       340-REWRITE-ELIGIBILITY.
           OPEN OUTPUT ELIGIBILITY-FILE
           PERFORM VARYING ELT-INDEX FROM 1 BY 1
                   UNTIL ELT-INDEX > WS-ELIG-COUNT
               IF ELT-DELETED(ELT-INDEX) = "N"
                   MOVE ELT-STATE(ELT-INDEX) TO EL-STATE
                   MOVE ELT-PRODUCT-ID(ELT-INDEX) TO EL-PRODUCT-ID
                   MOVE ELT-STATUS(ELT-INDEX) TO EL-STATUS
                   MOVE ELT-THC-CAP(ELT-INDEX) TO EL-THC-CAP
                   WRITE ELIGIBILITY-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE ELIGIBILITY-FILE
           .

       345-REWRITE-LICENSES.
           OPEN OUTPUT LICENSE-FILE
           PERFORM VARYING LCT-INDEX FROM 1 BY 1
                   UNTIL LCT-INDEX > WS-LICENSE-COUNT
               IF LCT-DELETED(LCT-INDEX) = "N"
                   MOVE LCT-STATE(LCT-INDEX) TO LC-STATE
                   MOVE LCT-CITY(LCT-INDEX) TO LC-CITY
                   MOVE LCT-CUSTOMER(LCT-INDEX) TO LC-CUSTOMER-ID
                   MOVE LCT-LICENSE-NO(LCT-INDEX) TO LC-LICENSE-NO
                   MOVE LCT-EXPIRES(LCT-INDEX) TO LC-EXPIRES
                   WRITE LICENSE-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE LICENSE-FILE
           .

       350-REWRITE-THC-MASTER.
           OPEN OUTPUT THC-FILE
           PERFORM VARYING THT-INDEX FROM 1 BY 1
                   UNTIL THT-INDEX > WS-THC-COUNT
               IF THT-DELETED(THT-INDEX) = "N"
                   MOVE THT-PRODUCT-ID(THT-INDEX) TO TH-PRODUCT-ID
                   MOVE THT-THC-PCT(THT-INDEX) TO TH-THC-PCT
                   WRITE THC-FILE-RECORD
               END-IF
           END-PERFORM
           CLOSE THC-FILE
           .
