       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4STOCK.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM KEEPS THE ON-HAND INVENTORY LEDGER "PR4 ONHAND.DAT"
      *KEYED BY WAREHOUSE (STATE/CITY) AND PRODUCT ID. EACH RUN IT
      *FIRST APPLIES INCOMING STOCK FROM THE RECEIPTS FEED "PR4
      *RECEIPTS.TXT", THEN RELIEVES ON-HAND BY THE NUMBER OF BOXES
      *SOLD ON EVERY PRODUCT LINE OF "PR4 SORTED.TXT" (RETURNS PUT
      *BOXES BACK), UPDATING EACH LEDGER ROW IN PLACE BY KEY AS IT
      *POSTS, AND PRINTS A STOCK STATUS
      *REPORT BY WAREHOUSE AND PRODUCT IN "PR4 STOCK STATUS.TXT"
      *USING THE PRODUCT NAMES FROM "PR4 PRODUCTS.TXT". ANY PRODUCT
      *UNDER ITS REORDER POINT IS FLAGGED FOR PURCHASING.
      *SALES LINES ARE ALLOCATED AGAINST THE STOCK THE WAREHOUSE HAS.
      *WHAT CAN BE FILLED SHIPS; THE UNFILLED BOXES GO TO THE
      *BACKORDER FILE "PR4 BACKORDERS.TXT" BY CUSTOMER, WAREHOUSE AND
      *PRODUCT WITH THE BILLED BOX PRICE AND THE DATE ENTERED. BEFORE
      *ANY NEW SALE IS ALLOCATED, THE OPEN BACKORDERS ARE FILLED
      *OLDEST FIRST FROM THE STOCK THAT RECEIPTS AND TRANSFERS HAVE
      *JUST BROUGHT IN. EVERY BOX THAT ACTUALLY SHIPS THIS RUN - FILLED
      *BACKORDERS, ALLOCATED SALES AND RETURNS - IS WRITTEN IN THE
      *SORTED-FILE LAYOUT TO "PR4 SHIPPED.TXT", SORTED BY WAREHOUSE
      *AND CUSTOMER, WHICH IS WHAT PR4BILL INVOICES AND PR4TAX,
      *PR4COMM AND PR4GL POST FROM. THE BACKORDER STATUS REPORT "PR4
      *BACKORDER STATUS.TXT" LISTS EVERY BACKORDER WITH ITS AGE, WHAT
      *WAS FILLED THIS RUN AND THE OPEN PURCHASE ORDER EXPECTED TO
      *COVER IT FROM "PR4 OPEN PO.TXT". THE DOLLAR VALUE BACKORDERED
      *AND THE VALUE OF BACKORDERS FILLED THIS RUN (BOXES TIMES THE
      *BILLED BOX PRICE) ARE WRITTEN WITH THE RUN PERIOD TO "PR4 SHIP
      *TOTALS.TXT"; THEY ARE THE RECONCILING ITEMS BETWEEN THE
      *PROJECT4 GRAND TOTAL AND THE INVOICES ON THE PR4PROOF REPORT.
      *SHOULD A POSTING STILL DRIVE
      *A WAREHOUSE NEGATIVE, IT IS WRITTEN TO "PR4 STOCK
      *EXCEPTIONS.TXT" AND THE RUN ENDS WITH RETURN CODE 16 SO THE
      *JOB STREAM STOPS FOR INVESTIGATION.
      *EVERY RECEIPT IS ALSO MATCHED AGAINST THE OPEN PURCHASE ORDERS
      *PR4PO SUGGESTS IN "PR4 OPEN PO.TXT": A MATCHED PO IS FILLED AND
      *CLOSED WHEN THE ORDERED QUANTITY ARRIVES, WHILE A RECEIPT WITH
      *FLAGGED ON THE TRANSFER REGISTER "PR4 TRANSFER REGISTER.TXT",
      *WHICH LISTS EVERY CARD AND WHAT WAS DONE WITH IT. THE TRANSFER
      *FILE IS REWRITTEN WITH THE UPDATED STATUSES.
      *ON-HAND IS ALSO CARRIED BY LOT IN THE LOT LEDGER "PR4
      *LOTS.DAT", KEYED BY WAREHOUSE, PRODUCT, EXPIRATION DATE AND LOT
      *NUMBER (WITH THE QUANTITY AND DATE RECEIVED), SO THE LOTS OF A
      *PRODUCT READ IN FIRST-EXPIRING ORDER. LIKE THE ON-HAND LEDGER,
      *EACH LOT ROW IS READ AND REWRITTEN BY KEY AS IT IS POSTED.
      *EVERY RECEIPT CARRIES THE SUPPLIER LOT NUMBER AND EXPIRATION
      *DATE AND IS POSTED TO THAT LOT. SALES ARE RELIEVED FIRST-
      *EXPIRING-FIRST-OUT ACROSS THE LOTS OF THE WAREHOUSE AND
      *PRODUCT, AND EVERY BOX SHIPPED OR RETURNED IS APPENDED TO THE
      *LOT TRACE FILE "PR4 LOT TRACE.TXT" WITH THE CUSTOMER, LOT AND
      *PERIOD SO A RECALL CAN FIND EVERY CUSTOMER WHO GOT A BAD LOT.
      *A LOT PAST ITS EXPIRATION DATE IS NEVER DRAWN: ONLY UNEXPIRED
      *LOTS COUNT AS AVAILABLE, SO A SALE THAT ONLY EXPIRED STOCK
      *COULD COVER IS BACKORDERED AND A TRANSFER IS NOT SHIPPED.
      *A RETURN GOES BACK TO THE FIRST-EXPIRING UNEXPIRED LOT OF THE
      *PRODUCT AT THE WAREHOUSE, OR TO "UNLOTTED" IF THERE IS NONE. A
      *SHIPPED TRANSFER IS RELIEVED THE SAME WAY AND THE CARD IS SPLIT
      *INTO ONE TRANSFER RECORD PER LOT DRAWN, EACH WITH THAT LOT'S
      *QUANTITY, LOT NUMBER AND EXPIRATION DATE, SO THE RECEIVING
      *WAREHOUSE POSTS EVERY BOX TO THE LOT IT CAME FROM. STOCK
      *ON THE LEDGER THAT PREDATES LOT TRACKING IS CARRIED AS LOT
      *"UNLOTTED" WITH NO EXPIRATION DATE AND IS RELIEVED FIRST.
      *BEFORE ANYTHING IS POSTED THE LOTS OF EVERY LEDGER ROW ARE
      *BROUGHT BACK IN STEP WITH ITS ON-HAND: STOCK ON HAND THAT NO
      *LOT CARRIES IS ADDED TO "UNLOTTED", AND WHEN THE LOTS HOLD MORE
      *THAN THE ON-HAND THE EXCESS IS TAKEN OFF THE LOTS OLDEST
      *EXPIRATION FIRST. EMPTY LOTS THAT HAVE EXPIRED (AND AN EMPTY
      *"UNLOTTED" ROW) ARE DELETED THEN; AN EMPTY LOT THAT HAS NOT
      *EXPIRED IS KEPT SO A RETURN CAN STILL GO BACK TO IT. THE
      *EXPIRING STOCK REPORT "PR4 EXPIRING STOCK.TXT" LISTS BY
      *WAREHOUSE EVERY LOT ALREADY EXPIRED OR EXPIRING WITHIN FOUR
      *WEEKS OF THE RUN DATE. A RUN FOR A PERIOD PR4CLOSE HAS CLOSED
      *ON "PR4 PERIOD STATUS.TXT" ENDS WITH RETURN CODE 20 AND POSTS
      *NOTHING UNLESS IT IS A REPORT-ONLY RERUN.
      ******************************************************************


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT OPTIONAL RECEIPTS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT STOCK-REPORT-FILE
               ASSIGN TO "PR4 STOCK STATUS.TXT".

           SELECT TRANSFER-REGISTER-FILE
               ASSIGN TO "PR4 TRANSFER REGISTER.TXT".

           SELECT OPTIONAL LOT-FILE
               ASSIGN TO "PR4 LOTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT OPTIONAL LOT-TRACE-FILE
               ASSIGN TO "PR4 LOT TRACE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOT-TRACE-STATUS.

           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO "PR4 EXPIRING STOCK.TXT".

           SELECT OPTIONAL BACKORDER-FILE
               ASSIGN TO "PR4 BACKORDERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT SHIP-WORK-FILE
               ASSIGN TO "PR4 SHIP WORK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIPPED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIP-TOTALS-FILE
               ASSIGN TO "PR4 SHIP TOTALS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHIP-SORT-FILE
               ASSIGN TO "SHIP.TMP".

           SELECT BACKORDER-REPORT-FILE
               ASSIGN TO "PR4 BACKORDER STATUS.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

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

       FD RECEIPTS-FILE
       RECORD CONTAINS 32 CHARACTERS.
       01 RECEIPTS-RECORD.
           05  RC-STATE               PIC X(2).
           05  RC-CITY                PIC X(2).
           05  RC-PRODUCT-ID          PIC X(5).
           05  RC-QTY                 PIC 9(5).
           05  RC-LOT-NUMBER          PIC X(10).
           05  RC-EXPIRY-DATE         PIC X(8).

       FD SORTED-FILE
       RECORD CONTAINS 126 CHARACTERS.
           05  RC-RUN-MODE            PIC X(1).
           05  FILLER                 PIC X(27).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD STOCK-REPORT-FILE.
       01 STOCK-REPORT-RECORD                          PIC X(70).

       01 RECEIPT-EXCEPTION-RECORD                     PIC X(80).

       FD TRANSFER-FILE
       RECORD CONTAINS 45 CHARACTERS.
       01 TRANSFER-RECORD.
           05  TF-FROM-STATE          PIC X(2).
           05  TF-FROM-CITY           PIC X(2).
           05  TF-QTY                 PIC 9(5).
           05  TF-SHIP-DATE           PIC 9(8).
           05  TF-STATUS              PIC X(1).
           05  TF-LOT-NUMBER          PIC X(10).
           05  TF-EXPIRY-DATE         PIC X(8).

       FD TRANSFER-REGISTER-FILE.
       01 TRANSFER-REGISTER-RECORD                     PIC X(80).

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

       FD LOT-TRACE-FILE
       RECORD CONTAINS 69 CHARACTERS.
       01 LOT-TRACE-RECORD.
           05  TC-PERIOD              PIC X(6).
           05  TC-DATE                PIC 9(8).
           05  TC-STATE               PIC X(2).
           05  TC-CITY                PIC X(2).
           05  TC-CUSTOMER-ID         PIC X(2).
           05  TC-CUSTOMER-NAME       PIC X(20).
           05  TC-PRODUCT-ID          PIC X(5).
           05  TC-LOT-NUMBER          PIC X(10).
           05  TC-EXPIRY-DATE         PIC 9(8).
           05  TC-QTY                 PIC 9(5).
           05  TC-TYPE                PIC X(1).

       FD EXPIRY-REPORT-FILE.
       01 EXPIRY-REPORT-RECORD                         PIC X(80).

       FD BACKORDER-FILE
       RECORD CONTAINS 65 CHARACTERS.
       01 BACKORDER-RECORD.
           05  BO-STATE               PIC X(2).
           05  BO-CITY                PIC X(2).
           05  BO-CUSTOMER-ID         PIC X(2).
           05  BO-CUSTOMER-NAME       PIC X(20).
           05  BO-CUSTOMER-RATING     PIC 9(1).
           05  BO-PRODUCT-ID          PIC X(5).
           05  BO-PRODUCT-CODE        PIC X(1).
           05  BO-QTY-ORDERED         PIC 9(5).
           05  BO-QTY-OPEN            PIC 9(5).
           05  BO-BOX-PRICE           PIC 999V99.
           05  BO-MONTH-BOUGHT        PIC 99.
           05  BO-DATE-ENTERED        PIC 9(8).
           05  BO-PERIOD              PIC X(6).
           05  BO-STATUS              PIC X(1).

       FD SHIP-WORK-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 SHIP-WORK-RECORD                             PIC X(126).

       FD SHIPPED-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 SHIPPED-RECORD                               PIC X(126).

       FD SHIP-TOTALS-FILE
       RECORD CONTAINS 32 CHARACTERS.
       01 SHIP-TOTALS-RECORD.
           05  ST-PERIOD              PIC X(6).
           05  ST-BACKORDERED-VALUE   PIC S9(11)V99.
           05  ST-FILLED-VALUE        PIC S9(11)V99.

       SD SHIP-SORT-FILE.
       01 SHIP-SORT-RECORD.
           05  SS-WAREHOUSE-STATE     PIC X(2).
           05  FILLER                 PIC X(1).
           05  SS-WAREHOUSE-CITY      PIC X(2).
           05  FILLER                 PIC X(1).
           05  SS-CUSTOMER-ID         PIC X(2).
           05  FILLER                 PIC X(118).

       FD BACKORDER-REPORT-FILE.
       01 BACKORDER-REPORT-RECORD                      PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  SUB                         PIC 9       VALUE ZERO.
           05  ONHAND-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-ONHAND                       VALUE 'Y'.
           05  WS-ONHAND-FOUND-FLAG        PIC X       VALUE 'N'.
               88 ONHAND-ROW-FOUND                     VALUE 'Y'.
           05  RECEIPTS-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-RECEIPTS                     VALUE 'Y'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-TRANSFERS                    VALUE 'Y'.
           05  WS-SENDER-FOUND-FLAG        PIC X       VALUE 'N'.
               88 SENDER-ROW-FOUND                     VALUE 'Y'.
           05  LOT-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-LOTS                         VALUE 'Y'.
           05  WS-LOT-FOUND-FLAG           PIC X       VALUE 'N'.
               88 LOT-ROW-FOUND                        VALUE 'Y'.
           05  WS-LOT-RELIEF-TYPE          PIC X       VALUE 'S'.
               88 LOT-RELIEF-FOR-SALE                  VALUE 'S'.
               88 LOT-RELIEF-FOR-TRANSFER              VALUE 'T'.
           05  WS-LOT-SCAN-FLAG            PIC X       VALUE 'S'.
               88 LOT-SCAN-STOCKED-ONLY                VALUE 'S'.
               88 LOT-SCAN-ALL-LOTS                    VALUE 'A'.
           05  WS-EXPIRY-WH-FLAG           PIC X       VALUE 'N'.
               88 EXPIRY-WAREHOUSE-PRINTED             VALUE 'Y'.
           05  BACKORDER-EOF-FLAG          PIC X       VALUE 'N'.
               88 NO-MORE-BACKORDERS                   VALUE 'Y'.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.

       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-RECEIPTS-STATUS             PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.
       01  WS-OPEN-PO-STATUS              PIC XX      VALUE SPACES.
       01  WS-TRANSFER-STATUS             PIC XX      VALUE SPACES.
       01  WS-LOT-STATUS                  PIC XX      VALUE SPACES.
       01  WS-LOT-TRACE-STATUS            PIC XX      VALUE SPACES.
       01  WS-BACKORDER-STATUS            PIC XX      VALUE SPACES.

       01  WS-RUN-MODE                    PIC X(1)    VALUE 'N'.
           88 REPORT-ONLY-RERUN                       VALUE 'R'.

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-EXPIRY-DATE               PIC 9(8)    VALUE ZERO.
       01  WS-EXPIRY-DATE-PARTS REDEFINES WS-EXPIRY-DATE.
           05  WS-EXPIRY-YEAR           PIC 9(4).
           05  WS-EXPIRY-MONTH          PIC 9(2).
           05  WS-EXPIRY-DAY            PIC 9(2).

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
               10  TRT-QTY        PIC 9(5).
               10  TRT-SHIP-DATE  PIC 9(8).
               10  TRT-STATUS     PIC X(1).
               10  TRT-LOT-NUMBER PIC X(10).
               10  TRT-EXPIRY     PIC X(8).

       01  WS-BACKORDER-COUNT           PIC 9(4)    VALUE ZERO.
       01  BACKORDER-TABLE.
           05  BACKORDER-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-BACKORDER-COUNT
                   INDEXED BY BO-INDEX.
               10  BOT-STATE      PIC X(2).
               10  BOT-CITY       PIC X(2).
               10  BOT-CUSTOMER   PIC X(2).
               10  BOT-CUST-NAME  PIC X(20).
               10  BOT-RATING     PIC 9(1).
               10  BOT-PRODUCT-ID PIC X(5).
               10  BOT-CODE       PIC X(1).
               10  BOT-QTY-ORD    PIC 9(5).
               10  BOT-QTY-OPEN   PIC 9(5).
               10  BOT-BOX-PRICE  PIC 999V99.
               10  BOT-MONTH      PIC 99.
               10  BOT-DATE       PIC 9(8).
               10  BOT-PERIOD     PIC X(6).
               10  BOT-STATUS     PIC X(1).
               10  BOT-FILLED     PIC 9(5).

       01  SHIP-LINE.
           05  SL-WAREHOUSE-STATE PIC X(2).
           05  FILLER             PIC X(1).
           05  SL-WAREHOUSE-CITY  PIC X(2).
           05  FILLER             PIC X(1).
           05  SL-CUSTOMER-ID     PIC X(2).
           05  SL-CUSTOMER-NAME   PIC X(20).
           05  SL-CUSTOMER-RATING PIC 9(1).
           05  FILLER             PIC X(1).
           05  SL-PRODUCT-DATA OCCURS 6 TIMES.
               10 SL-PRODUCT-ID   PIC X(5).
               10 SL-PRODUCT-CODE PIC X(1).
               10 SL-NUMBER-BOXES PIC 9(3).
               10 SL-BOX-PRICE    PIC 999V99.
               10 SL-MOUNTH-BOUGHT PIC 99.

       01  WS-BO-DATE                   PIC 9(8)    VALUE ZERO.
       01  WS-BO-DATE-PARTS REDEFINES WS-BO-DATE.
           05  WS-BO-YEAR               PIC 9(4).
           05  WS-BO-MONTH              PIC 9(2).
           05  WS-BO-DAY                PIC 9(2).

       01  WS-WORK-FIELDS.
           05  WS-POST-STATE      PIC X(2)    VALUE SPACES.
           05  WS-POST-QTY        PIC S9(5)   VALUE ZERO.
           05  WS-REPORT-STATE    PIC X(2)    VALUE SPACES.
           05  WS-REPORT-CITY     PIC X(2)    VALUE SPACES.
           05  LINE-COUNT         PIC S9(2)   VALUE +0.
           05  PAGE-NO            PIC S9(2)   VALUE +0.
           05  WS-SENDER-QTY      PIC S9(7)   VALUE ZERO.
           05  WS-SHIPPED-COUNT   PIC 9(4)    VALUE ZERO.
           05  WS-RECEIVED-COUNT  PIC 9(4)    VALUE ZERO.
           05  WS-IN-TRANSIT-QTY  PIC 9(7)    VALUE ZERO.
           05  WS-TRANSFER-CARDS  PIC 9(4)    VALUE ZERO.
           05  WS-CARD-QTY        PIC 9(5)    VALUE ZERO.
           05  WS-FIRST-LOT-FLAG  PIC X(1)    VALUE 'Y'.
               88 FIRST-TRANSFER-LOT                 VALUE 'Y'.
           05  WS-POST-LOT        PIC X(10)   VALUE SPACES.
           05  WS-POST-EXPIRY     PIC 9(8)    VALUE ZERO.
           05  WS-FOUND-LOT       PIC X(10)   VALUE SPACES.
           05  WS-FOUND-EXPIRY    PIC 9(8)    VALUE ZERO.
           05  WS-LOT-NEEDED      PIC S9(7)   VALUE ZERO.
           05  WS-LOT-QTY         PIC S9(7)   VALUE ZERO.
           05  WS-LOT-TOTAL       PIC S9(7)   VALUE ZERO.
           05  WS-DAYS-TO-EXPIRY  PIC S9(5)   VALUE ZERO.
           05  WS-EXPIRY-HORIZON  PIC 9(3)    VALUE 28.
           05  WS-EXPIRY-LINES    PIC 9(4)    VALUE ZERO.
           05  WS-WH-EXPIRED-QTY  PIC S9(7)   VALUE ZERO.
           05  WS-WH-EXPIRING-QTY PIC S9(7)   VALUE ZERO.
           05  WS-POST-CUSTOMER   PIC X(2)    VALUE SPACES.
           05  WS-POST-CUST-NAME  PIC X(20)   VALUE SPACES.
           05  WS-AVAILABLE-QTY   PIC S9(7)   VALUE ZERO.
           05  WS-SHIP-QTY        PIC 9(5)    VALUE ZERO.
           05  WS-SHORT-QTY       PIC 9(5)    VALUE ZERO.
           05  WS-SHIP-LINE-COUNT PIC 9(1)    VALUE ZERO.
           05  WS-OLD-BO-COUNT    PIC 9(4)    VALUE ZERO.
           05  WS-BO-AGE          PIC S9(5)   VALUE ZERO.
           05  WS-BO-OPEN-COUNT   PIC 9(4)    VALUE ZERO.
           05  WS-BO-OPEN-QTY     PIC 9(7)    VALUE ZERO.
           05  WS-BO-NEW-COUNT    PIC 9(4)    VALUE ZERO.
           05  WS-BO-FILLED-COUNT PIC 9(4)    VALUE ZERO.
           05  WS-BO-NEW-VALUE    PIC S9(11)V99 VALUE ZERO.
           05  WS-BO-FILLED-VALUE PIC S9(11)V99 VALUE ZERO.
           05  WS-LINE-DOLLARS    PIC S9(13)    VALUE ZERO.
           05  WS-SHIP-DOLLARS    PIC S9(13)    VALUE ZERO.

      **************************REPORT SECTION**************************
       01  STOCK-TITLE-HEADING.
               "BOXES IN TRANSIT:   ".
           05  TR-IN-TRANSIT      PIC ZZZZZZ9.

       01  EXPIRY-TITLE-HEADING.
           05                 PIC X(14) VALUE SPACES.
           05                 PIC X(36) VALUE
               "DR. CHEEBS EXPIRING STOCK BY LOT".
           05                 PIC X(10) VALUE "RUN DATE: ".
           05  EX-RUN-DATE    PIC 9(8).

       01  EXPIRY-HEADING-1.
           05                 PIC X(9)  VALUE "PRODUCT  ".
           05                 PIC X(15) VALUE "NAME           ".
           05                 PIC X(12) VALUE "LOT         ".
           05                 PIC X(10) VALUE "EXPIRES   ".
           05                 PIC X(10) VALUE "    BOXES ".
           05                 PIC X(6)  VALUE "  DAYS".
           05                 PIC X(18) VALUE "  STATUS".

       01  EXPIRY-DETAIL-LINE.
           05  EX-PRODUCT-ID      PIC X(5).
           05                     PIC X(4) VALUE SPACES.
           05  EX-PRODUCT-NAME    PIC X(14).
           05                     PIC X(1) VALUE SPACES.
           05  EX-LOT-NUMBER      PIC X(10).
           05                     PIC X(2) VALUE SPACES.
           05  EX-EXPIRY-DATE     PIC 9(8).
           05                     PIC X(2) VALUE SPACES.
           05  EX-QTY             PIC Z,ZZZ,ZZ9.
           05                     PIC X(1) VALUE SPACES.
           05  EX-DAYS            PIC ZZZZ9-.
           05                     PIC X(2) VALUE SPACES.
           05  EX-STATUS          PIC X(16).

       01  EXPIRY-WAREHOUSE-TOTAL-LINE.
           05                     PIC X(20) VALUE
               "  WAREHOUSE EXPIRED:".
           05  EX-WH-EXPIRED      PIC Z,ZZZ,ZZ9.
           05                     PIC X(4) VALUE SPACES.
           05                     PIC X(17) VALUE "EXPIRING SOON:   ".
           05  EX-WH-EXPIRING     PIC Z,ZZZ,ZZ9.

       01  EXPIRY-NONE-LINE.
           05                     PIC X(40) VALUE
               "NO LOTS EXPIRED OR EXPIRING IN 4 WEEKS".

       01  BACKORDER-TITLE-HEADING.
           05                 PIC X(25) VALUE SPACES.
           05                 PIC X(38) VALUE
               "DR. CHEEBS BACKORDER STATUS REPORT".
           05                 PIC X(10) VALUE "RUN DATE: ".
           05  BR-RUN-DATE    PIC 9(8).

       01  BACKORDER-HEADING-1.
           05                 PIC X(7)  VALUE "WHSE   ".
           05                 PIC X(24) VALUE "CUSTOMER".
           05                 PIC X(8)  VALUE "PRODUCT ".
           05                 PIC X(9)  VALUE "ENTERED  ".
           05                 PIC X(4)  VALUE " AGE".
           05                 PIC X(18) VALUE "   ORD  FILL  OPEN".
           05                 PIC X(13) VALUE "  STATUS     ".
           05                 PIC X(13) VALUE "  EXPECTED PO".

       01  BACKORDER-DETAIL-LINE.
           05  BR-STATE           PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  BR-CITY            PIC X(2).
           05                     PIC X(2) VALUE SPACES.
           05  BR-CUSTOMER        PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  BR-CUST-NAME       PIC X(20).
           05                     PIC X(1) VALUE SPACES.
           05  BR-PRODUCT-ID      PIC X(5).
           05                     PIC X(3) VALUE SPACES.
           05  BR-DATE            PIC 9(8).
           05                     PIC X(1) VALUE SPACES.
           05  BR-AGE             PIC ZZZ9.
           05                     PIC X(1) VALUE SPACES.
           05  BR-QTY-ORD         PIC ZZZZ9.
           05                     PIC X(1) VALUE SPACES.
           05  BR-QTY-FILLED      PIC ZZZZ9.
           05                     PIC X(1) VALUE SPACES.
           05  BR-QTY-OPEN        PIC ZZZZ9.
           05                     PIC X(2) VALUE SPACES.
           05  BR-STATUS          PIC X(11).
           05                     PIC X(2) VALUE SPACES.
           05  BR-PO-NUMBER       PIC X(6).
           05                     PIC X(1) VALUE SPACES.
           05  BR-PO-DATE         PIC X(8).

       01  BACKORDER-TOTAL-LINE.
           05                     PIC X(17) VALUE "OPEN BACKORDERS: ".
           05  BR-OPEN-COUNT      PIC ZZZ9.
           05                     PIC X(14) VALUE "   BOXES OPEN:".
           05  BR-OPEN-QTY        PIC ZZZZZZ9.
           05                     PIC X(17) VALUE "   NEW THIS RUN: ".
           05  BR-NEW-COUNT       PIC ZZZ9.
           05                     PIC X(20) VALUE
               "   FILLED THIS RUN: ".
           05  BR-FILLED-COUNT    PIC ZZZ9.

       01  BACKORDER-NONE-LINE.
           05                     PIC X(30) VALUE
               "NO BACKORDERS ON FILE".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-READ-RUN-CONTROL
           PERFORM 107-CHECK-PERIOD-STATUS
           PERFORM 110-OPEN-ONHAND-FILE
           PERFORM 115-OPEN-LOT-FILE
           PERFORM 120-LOAD-PRODUCT-TABLE
           PERFORM 125-LOAD-OPEN-PO-TABLE
           PERFORM 129-LOAD-BACKORDER-TABLE
           OPEN OUTPUT STOCK-EXCEPTION-FILE
           IF NOT REPORT-ONLY-RERUN
               PERFORM 117-SYNC-LOTS-TO-ONHAND
               PERFORM 128-OPEN-LOT-TRACE-FILE
               OPEN OUTPUT SHIP-WORK-FILE
               OPEN OUTPUT RECEIPT-EXCEPTION-FILE
               PERFORM 130-APPLY-RECEIPTS
               CLOSE RECEIPT-EXCEPTION-FILE
               PERFORM 136-PROCESS-TRANSFERS
               PERFORM 141-FILL-OPEN-BACKORDERS
               PERFORM 140-RELIEVE-SALES
               CLOSE SHIP-WORK-FILE
               CLOSE LOT-TRACE-FILE
               PERFORM 163-REWRITE-BACKORDER-FILE
               PERFORM 165-REWRITE-OPEN-PO-FILE
               PERFORM 167-REWRITE-TRANSFER-FILE
               PERFORM 168-SORT-SHIPPED-FILE
               PERFORM 169-WRITE-SHIP-TOTALS
           END-IF
           PERFORM 170-PRINT-STOCK-REPORT
           PERFORM 185-PRINT-EXPIRY-REPORT
           PERFORM 200-PRINT-BACKORDER-REPORT
           CLOSE STOCK-EXCEPTION-FILE
           CLOSE LOT-FILE
           CLOSE ONHAND-FILE
           IF STOCK-OVERSOLD
               DISPLAY "PR4STOCK ABORT - A WAREHOUSE SOLD MORE BOXES "
                   "THAN IT HAD ON HAND, SEE PR4 STOCK EXCEPTIONS.TXT"
           .

       105-READ-RUN-CONTROL.
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
                       IF RC-RUN-MODE = "R"
                           MOVE "R" TO WS-RUN-MODE
                       END-IF
           END-IF
           .

       107-CHECK-PERIOD-STATUS.
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
               DISPLAY "PR4STOCK ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, NO STOCK POSTED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       110-OPEN-ONHAND-FILE.
           IF REPORT-ONLY-RERUN
               OPEN INPUT ONHAND-FILE
           ELSE
               OPEN I-O ONHAND-FILE
           END-IF
           IF WS-ONHAND-STATUS NOT = "00"
                   AND WS-ONHAND-STATUS NOT = "05"
               DISPLAY "PR4STOCK ABORT - CANNOT OPEN "
                   "PR4 ONHAND.DAT, FILE STATUS " WS-ONHAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       112-START-ONHAND-SCAN.
           MOVE 'N' TO ONHAND-EOF-FLAG
           MOVE LOW-VALUES TO OH-KEY
           START ONHAND-FILE KEY IS NOT LESS THAN OH-KEY
               INVALID KEY
                   MOVE 'Y' TO ONHAND-EOF-FLAG
           END-START
           .

       113-START-LOT-SCAN.
           MOVE 'N' TO LOT-EOF-FLAG
           MOVE WS-POST-STATE TO LT-STATE
           MOVE WS-POST-CITY TO LT-CITY
           MOVE WS-POST-PRODUCT TO LT-PRODUCT-ID
           MOVE ZERO TO LT-EXPIRY-DATE
           MOVE LOW-VALUES TO LT-LOT-NUMBER
           START LOT-FILE KEY IS NOT LESS THAN LT-KEY
               INVALID KEY
                   MOVE 'Y' TO LOT-EOF-FLAG
           END-START
           .

       114-READ-NEXT-LOT.
           IF NOT NO-MORE-LOTS
               READ LOT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LOT-EOF-FLAG
                   NOT AT END
                       IF LT-STATE NOT = WS-POST-STATE
                               OR LT-CITY NOT = WS-POST-CITY
                               OR LT-PRODUCT-ID NOT = WS-POST-PRODUCT
                           MOVE 'Y' TO LOT-EOF-FLAG
                       END-IF
               END-READ
           END-IF
           .

       115-OPEN-LOT-FILE.
           IF REPORT-ONLY-RERUN
               OPEN INPUT LOT-FILE
           ELSE
               OPEN I-O LOT-FILE
           END-IF
           IF WS-LOT-STATUS NOT = "00"
                   AND WS-LOT-STATUS NOT = "05"
               DISPLAY "PR4STOCK ABORT - CANNOT OPEN "
                   "PR4 LOTS.DAT, FILE STATUS " WS-LOT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       117-SYNC-LOTS-TO-ONHAND.
           PERFORM 112-START-ONHAND-SCAN
           PERFORM UNTIL NO-MORE-ONHAND
               READ ONHAND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ONHAND-EOF-FLAG
                   NOT AT END
                       PERFORM 118-SYNC-ONE-ONHAND-ROW
               END-READ
           END-PERFORM
           .

       118-SYNC-ONE-ONHAND-ROW.
           MOVE OH-STATE TO WS-POST-STATE
           MOVE OH-CITY TO WS-POST-CITY
           MOVE OH-PRODUCT-ID TO WS-POST-PRODUCT
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 113-START-LOT-SCAN
           PERFORM 114-READ-NEXT-LOT
           PERFORM UNTIL NO-MORE-LOTS
               IF LT-QTY = ZERO
                       AND (LT-EXPIRY-DATE = ZERO
                           OR LT-EXPIRY-DATE < WS-SYSTEM-DATE)
                   DELETE LOT-FILE RECORD
                       INVALID KEY
                           PERFORM 198-LOT-UPDATE-FAILED
                   END-DELETE
               ELSE
                   ADD LT-QTY TO WS-LOT-TOTAL
               END-IF
               PERFORM 114-READ-NEXT-LOT
           END-PERFORM
           EVALUATE TRUE
               WHEN OH-QTY > WS-LOT-TOTAL
                   MOVE "UNLOTTED" TO WS-POST-LOT
                   MOVE ZERO TO WS-POST-EXPIRY
                   COMPUTE WS-LOT-QTY = OH-QTY - WS-LOT-TOTAL
                   PERFORM 190-POST-TO-LOT
               WHEN OH-QTY < WS-LOT-TOTAL
                   IF OH-QTY > ZERO
                       COMPUTE WS-LOT-NEEDED = WS-LOT-TOTAL - OH-QTY
                   ELSE
                       MOVE WS-LOT-TOTAL TO WS-LOT-NEEDED
                   END-IF
                   PERFORM 119-REDUCE-LOTS-TO-ONHAND
           END-EVALUATE
           .

       119-REDUCE-LOTS-TO-ONHAND.
           PERFORM 113-START-LOT-SCAN
           PERFORM 114-READ-NEXT-LOT
           PERFORM UNTIL NO-MORE-LOTS
                   OR WS-LOT-NEEDED NOT > ZERO
               IF LT-QTY > ZERO
                   IF LT-QTY > WS-LOT-NEEDED
                       MOVE WS-LOT-NEEDED TO WS-LOT-QTY
                   ELSE
                       MOVE LT-QTY TO WS-LOT-QTY
                   END-IF
                   SUBTRACT WS-LOT-QTY FROM LT-QTY
                   SUBTRACT WS-LOT-QTY FROM WS-LOT-NEEDED
                   PERFORM 197-REWRITE-LOT-ROW
               END-IF
               PERFORM 114-READ-NEXT-LOT
           END-PERFORM
           .

       120-LOAD-PRODUCT-TABLE.
           MOVE ZERO TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           END-IF
           .

       128-OPEN-LOT-TRACE-FILE.
           OPEN EXTEND LOT-TRACE-FILE
           IF WS-LOT-TRACE-STATUS NOT = "00"
               OPEN OUTPUT LOT-TRACE-FILE
           END-IF
           .

       129-LOAD-BACKORDER-TABLE.
           MOVE ZERO TO WS-BACKORDER-COUNT
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS = "00"
               MOVE 'N' TO BACKORDER-EOF-FLAG
               PERFORM UNTIL NO-MORE-BACKORDERS
                   READ BACKORDER-FILE
                       AT END
                           MOVE 'Y' TO BACKORDER-EOF-FLAG
                       NOT AT END
                           IF WS-BACKORDER-COUNT >= 2000
                               DISPLAY "PR4STOCK ABORT - MORE THAN "
                                   "2000 BACKORDERS, TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-BACKORDER-COUNT
                           SET BO-INDEX TO WS-BACKORDER-COUNT
                           MOVE BO-STATE TO BOT-STATE(BO-INDEX)
                           MOVE BO-CITY TO BOT-CITY(BO-INDEX)
                           MOVE BO-CUSTOMER-ID TO BOT-CUSTOMER(BO-INDEX)
                           MOVE BO-CUSTOMER-NAME
                               TO BOT-CUST-NAME(BO-INDEX)
                           MOVE BO-CUSTOMER-RATING
                               TO BOT-RATING(BO-INDEX)
                           MOVE BO-PRODUCT-ID
                               TO BOT-PRODUCT-ID(BO-INDEX)
                           MOVE BO-PRODUCT-CODE TO BOT-CODE(BO-INDEX)
                           MOVE BO-QTY-ORDERED TO BOT-QTY-ORD(BO-INDEX)
                           MOVE BO-QTY-OPEN TO BOT-QTY-OPEN(BO-INDEX)
                           MOVE BO-BOX-PRICE TO BOT-BOX-PRICE(BO-INDEX)
                           MOVE BO-MONTH-BOUGHT TO BOT-MONTH(BO-INDEX)
                           MOVE BO-DATE-ENTERED TO BOT-DATE(BO-INDEX)
                           MOVE BO-PERIOD TO BOT-PERIOD(BO-INDEX)
                           MOVE BO-STATUS TO BOT-STATUS(BO-INDEX)
                           MOVE ZERO TO BOT-FILLED(BO-INDEX)
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           ELSE
               CLOSE BACKORDER-FILE
           END-IF
           MOVE WS-BACKORDER-COUNT TO WS-OLD-BO-COUNT
           .

       130-APPLY-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF WS-RECEIPTS-STATUS = "00"
                           MOVE RC-PRODUCT-ID TO WS-POST-PRODUCT
                           MOVE RC-QTY TO WS-POST-QTY
                           PERFORM 150-POST-TO-ONHAND
                           PERFORM 133-POST-RECEIPT-LOT
                   END-READ
               END-PERFORM
               CLOSE RECEIPTS-FILE
           END-IF
           .

       133-POST-RECEIPT-LOT.
           IF RC-LOT-NUMBER = SPACES
                   OR RC-EXPIRY-DATE NOT NUMERIC
               MOVE "NO LOT OR EXPIRY" TO RX-REASON
               MOVE SPACES TO RX-PO-NUMBER
               PERFORM 134-WRITE-RECEIPT-EXCEPTION
           END-IF
           IF RC-LOT-NUMBER = SPACES
               MOVE "UNLOTTED" TO WS-POST-LOT
           ELSE
               MOVE RC-LOT-NUMBER TO WS-POST-LOT
           END-IF
           IF RC-EXPIRY-DATE IS NUMERIC
               MOVE RC-EXPIRY-DATE TO WS-POST-EXPIRY
           ELSE
               MOVE ZERO TO WS-POST-EXPIRY
           END-IF
           MOVE RC-QTY TO WS-LOT-QTY
           PERFORM 190-POST-TO-LOT
           .

       134-WRITE-RECEIPT-EXCEPTION.
           MOVE RC-STATE TO RX-STATE
           MOVE RC-CITY TO RX-CITY
               AFTER ADVANCING 1
           WRITE TRANSFER-REGISTER-RECORD FROM TRANSFER-HEADING-1
               AFTER ADVANCING 2
           MOVE WS-TRANSFER-COUNT TO WS-TRANSFER-CARDS
           PERFORM 137-PROCESS-ONE-TRANSFER
               VARYING TRF-INDEX FROM 1 BY 1
               UNTIL TRF-INDEX > WS-TRANSFER-CARDS
           MOVE WS-SHIPPED-COUNT TO TR-SHIPPED
           MOVE WS-RECEIVED-COUNT TO TR-RECEIVED
           MOVE WS-IN-TRANSIT-QTY TO TR-IN-TRANSIT
                       AT END
                           MOVE 'Y' TO TRANSFER-EOF-FLAG
                       NOT AT END
                           IF WS-TRANSFER-COUNT >= 500
                               DISPLAY "PR4STOCK ABORT - MORE THAN "
                                   "500 TRANSFER RECORDS, TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-TRANSFER-COUNT
                           SET TRF-INDEX TO WS-TRANSFER-COUNT
                           MOVE TF-FROM-STATE
                           MOVE TF-SHIP-DATE
                               TO TRT-SHIP-DATE(TRF-INDEX)
                           MOVE TF-STATUS TO TRT-STATUS(TRF-INDEX)
                           MOVE TF-LOT-NUMBER
                               TO TRT-LOT-NUMBER(TRF-INDEX)
                           MOVE TF-EXPIRY-DATE TO TRT-EXPIRY(TRF-INDEX)
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           .

       137-PROCESS-ONE-TRANSFER.
           MOVE TRT-QTY(TRF-INDEX) TO WS-CARD-QTY
           EVALUATE TRT-STATUS(TRF-INDEX)
               WHEN "S"
                   PERFORM 138-SHIP-TRANSFER
       138-SHIP-TRANSFER.
           MOVE 'N' TO WS-SENDER-FOUND-FLAG
           MOVE ZERO TO WS-SENDER-QTY
           MOVE TRT-FROM-STATE(TRF-INDEX) TO WS-POST-STATE
           MOVE TRT-FROM-CITY(TRF-INDEX) TO WS-POST-CITY
           MOVE TRT-PRODUCT-ID(TRF-INDEX) TO WS-POST-PRODUCT
           PERFORM 143-GET-AVAILABLE-QTY
           IF ONHAND-ROW-FOUND
               MOVE 'Y' TO WS-SENDER-FOUND-FLAG
               MOVE WS-AVAILABLE-QTY TO WS-SENDER-QTY
           END-IF
           IF SENDER-ROW-FOUND
                   AND WS-SENDER-QTY >= TRT-QTY(TRF-INDEX)
               COMPUTE WS-POST-QTY = ZERO - TRT-QTY(TRF-INDEX)
               PERFORM 150-POST-TO-ONHAND
               MOVE 'T' TO WS-LOT-RELIEF-TYPE
               MOVE 'Y' TO WS-FIRST-LOT-FLAG
               PERFORM 192-RELIEVE-LOTS-FEFO
               MOVE 'S' TO WS-LOT-RELIEF-TYPE
               MOVE "T" TO TRT-STATUS(TRF-INDEX)
               ADD 1 TO WS-SHIPPED-COUNT
               MOVE "SHIPPED, IN TRANSIT" TO TR-ACTION
           MOVE TRT-PRODUCT-ID(TRF-INDEX) TO WS-POST-PRODUCT
           MOVE TRT-QTY(TRF-INDEX) TO WS-POST-QTY
           PERFORM 150-POST-TO-ONHAND
           IF TRT-LOT-NUMBER(TRF-INDEX) = SPACES
               MOVE "UNLOTTED" TO WS-POST-LOT
           ELSE
               MOVE TRT-LOT-NUMBER(TRF-INDEX) TO WS-POST-LOT
           END-IF
           IF TRT-EXPIRY(TRF-INDEX) IS NUMERIC
               MOVE TRT-EXPIRY(TRF-INDEX) TO WS-POST-EXPIRY
           ELSE
               MOVE ZERO TO WS-POST-EXPIRY
           END-IF
           MOVE TRT-QTY(TRF-INDEX) TO WS-LOT-QTY
           PERFORM 190-POST-TO-LOT
           MOVE "D" TO TRT-STATUS(TRF-INDEX)
           ADD 1 TO WS-RECEIVED-COUNT
           MOVE "RECEIVED" TO TR-ACTION
           MOVE TRT-TO-STATE(TRF-INDEX) TO TR-TO-STATE
           MOVE TRT-TO-CITY(TRF-INDEX) TO TR-TO-CITY
           MOVE TRT-PRODUCT-ID(TRF-INDEX) TO TR-PRODUCT-ID
           MOVE WS-CARD-QTY TO TR-QTY
           MOVE TRT-SHIP-DATE(TRF-INDEX) TO TR-SHIP-DATE
           WRITE TRANSFER-REGISTER-RECORD FROM TRANSFER-DETAIL-LINE
               AFTER ADVANCING 1
           .

       1381-RECORD-TRANSFER-LOT.
           IF FIRST-TRANSFER-LOT
               MOVE 'N' TO WS-FIRST-LOT-FLAG
               MOVE WS-LOT-QTY TO TRT-QTY(TRF-INDEX)
               MOVE WS-POST-LOT TO TRT-LOT-NUMBER(TRF-INDEX)
               MOVE WS-POST-EXPIRY TO TRT-EXPIRY(TRF-INDEX)
           ELSE
               IF WS-TRANSFER-COUNT >= 500
                   DISPLAY "PR4STOCK ABORT - MORE THAN "
                       "500 TRANSFER RECORDS, TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE TRANSFER-ITEM(TRF-INDEX)
                   TO TRANSFER-ITEM(WS-TRANSFER-COUNT)
               MOVE WS-LOT-QTY TO TRT-QTY(WS-TRANSFER-COUNT)
               MOVE WS-POST-LOT TO TRT-LOT-NUMBER(WS-TRANSFER-COUNT)
               MOVE WS-POST-EXPIRY TO TRT-EXPIRY(WS-TRANSFER-COUNT)
               MOVE "T" TO TRT-STATUS(WS-TRANSFER-COUNT)
               ADD WS-LOT-QTY TO WS-IN-TRANSIT-QTY
           END-IF
           .

       140-RELIEVE-SALES.
           OPEN INPUT SORTED-FILE
           MOVE "Y" TO EOF-FLAG
           CLOSE SORTED-FILE
           .

       141-FILL-OPEN-BACKORDERS.
           PERFORM VARYING BO-INDEX FROM 1 BY 1
                   UNTIL BO-INDEX > WS-OLD-BO-COUNT
               IF BOT-STATUS(BO-INDEX) = "O"
                       AND BOT-QTY-OPEN(BO-INDEX) > ZERO
                   PERFORM 142-FILL-ONE-BACKORDER
               END-IF
           END-PERFORM
           .

       142-FILL-ONE-BACKORDER.
           MOVE BOT-STATE(BO-INDEX) TO WS-POST-STATE
           MOVE BOT-CITY(BO-INDEX) TO WS-POST-CITY
           MOVE BOT-PRODUCT-ID(BO-INDEX) TO WS-POST-PRODUCT
           MOVE BOT-CUSTOMER(BO-INDEX) TO WS-POST-CUSTOMER
           MOVE BOT-CUST-NAME(BO-INDEX) TO WS-POST-CUST-NAME
           PERFORM 143-GET-AVAILABLE-QTY
           IF WS-AVAILABLE-QTY > ZERO
               IF WS-AVAILABLE-QTY >= BOT-QTY-OPEN(BO-INDEX)
                   MOVE BOT-QTY-OPEN(BO-INDEX) TO WS-SHIP-QTY
               ELSE
                   MOVE WS-AVAILABLE-QTY TO WS-SHIP-QTY
               END-IF
               COMPUTE WS-POST-QTY = ZERO - WS-SHIP-QTY
               PERFORM 150-POST-TO-ONHAND
               PERFORM 192-RELIEVE-LOTS-FEFO
               SUBTRACT WS-SHIP-QTY FROM BOT-QTY-OPEN(BO-INDEX)
               ADD WS-SHIP-QTY TO BOT-FILLED(BO-INDEX)
               MULTIPLY WS-SHIP-QTY BY BOT-BOX-PRICE(BO-INDEX)
                   GIVING WS-SHIP-DOLLARS
               ADD WS-SHIP-DOLLARS TO WS-BO-FILLED-VALUE
               IF BOT-QTY-OPEN(BO-INDEX) = ZERO
                   MOVE "F" TO BOT-STATUS(BO-INDEX)
                   ADD 1 TO WS-BO-FILLED-COUNT
               END-IF
               MOVE SPACES TO SHIP-LINE
               MOVE BOT-STATE(BO-INDEX) TO SL-WAREHOUSE-STATE
               MOVE BOT-CITY(BO-INDEX) TO SL-WAREHOUSE-CITY
               MOVE BOT-CUSTOMER(BO-INDEX) TO SL-CUSTOMER-ID
               MOVE BOT-CUST-NAME(BO-INDEX) TO SL-CUSTOMER-NAME
               MOVE BOT-RATING(BO-INDEX) TO SL-CUSTOMER-RATING
               MOVE BOT-PRODUCT-ID(BO-INDEX) TO SL-PRODUCT-ID(1)
               MOVE BOT-CODE(BO-INDEX) TO SL-PRODUCT-CODE(1)
               MOVE WS-SHIP-QTY TO SL-NUMBER-BOXES(1)
               MOVE BOT-BOX-PRICE(BO-INDEX) TO SL-BOX-PRICE(1)
               MOVE BOT-MONTH(BO-INDEX) TO SL-MOUNTH-BOUGHT(1)
               WRITE SHIP-WORK-RECORD FROM SHIP-LINE
           END-IF
           .

       143-GET-AVAILABLE-QTY.
           MOVE ZERO TO WS-AVAILABLE-QTY
           MOVE 'N' TO WS-ONHAND-FOUND-FLAG
           MOVE WS-POST-STATE TO OH-STATE
           MOVE WS-POST-CITY TO OH-CITY
           MOVE WS-POST-PRODUCT TO OH-PRODUCT-ID
           READ ONHAND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ONHAND-FOUND-FLAG
                   MOVE OH-QTY TO WS-AVAILABLE-QTY
           END-READ
           PERFORM 144-GET-UNEXPIRED-LOT-QTY
           IF WS-LOT-TOTAL < WS-AVAILABLE-QTY
               MOVE WS-LOT-TOTAL TO WS-AVAILABLE-QTY
           END-IF
           .

       144-GET-UNEXPIRED-LOT-QTY.
           MOVE ZERO TO WS-LOT-TOTAL
           PERFORM 113-START-LOT-SCAN
           PERFORM 114-READ-NEXT-LOT
           PERFORM UNTIL NO-MORE-LOTS
               IF LT-QTY > ZERO
                       AND (LT-EXPIRY-DATE = ZERO
                           OR LT-EXPIRY-DATE >= WS-SYSTEM-DATE)
                   ADD LT-QTY TO WS-LOT-TOTAL
               END-IF
               PERFORM 114-READ-NEXT-LOT
           END-PERFORM
           .

       145-RELIEVE-PRODUCT-LINES.
           MOVE SORTED-RECORD TO SHIP-LINE
           MOVE ZERO TO WS-SHIP-LINE-COUNT
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF PRODUCT-ID(SUB) NOT = SPACES
                   MOVE WAREHOUSE-STATE TO WS-POST-STATE
                   MOVE WAREHOUSE-CITY TO WS-POST-CITY
                   MOVE PRODUCT-ID(SUB) TO WS-POST-PRODUCT
                   MOVE CUSTOMER-ID TO WS-POST-CUSTOMER
                   MOVE CUSTOMER-NAME TO WS-POST-CUST-NAME
                   IF PRODUCT-CODE(SUB) = "R"
                       MOVE NUMBER-BOXES(SUB) TO WS-POST-QTY
                       PERFORM 150-POST-TO-ONHAND
                       PERFORM 196-RETURN-TO-LOT
                       ADD 1 TO WS-SHIP-LINE-COUNT
                   ELSE
                       PERFORM 146-ALLOCATE-SALE-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SHIP-LINE-COUNT > ZERO
               WRITE SHIP-WORK-RECORD FROM SHIP-LINE
           END-IF
           .

       146-ALLOCATE-SALE-LINE.
           PERFORM 143-GET-AVAILABLE-QTY
           IF WS-AVAILABLE-QTY >= NUMBER-BOXES(SUB)
               MOVE NUMBER-BOXES(SUB) TO WS-SHIP-QTY
           ELSE
               IF WS-AVAILABLE-QTY > ZERO
                   MOVE WS-AVAILABLE-QTY TO WS-SHIP-QTY
               ELSE
                   MOVE ZERO TO WS-SHIP-QTY
               END-IF
               COMPUTE WS-SHORT-QTY = NUMBER-BOXES(SUB) - WS-SHIP-QTY
               PERFORM 147-ADD-BACKORDER
           END-IF
           IF WS-SHIP-QTY > ZERO
               COMPUTE WS-POST-QTY = ZERO - WS-SHIP-QTY
               PERFORM 150-POST-TO-ONHAND
               PERFORM 192-RELIEVE-LOTS-FEFO
               MOVE WS-SHIP-QTY TO SL-NUMBER-BOXES(SUB)
               ADD 1 TO WS-SHIP-LINE-COUNT
           ELSE
               MOVE SPACES TO SL-PRODUCT-DATA(SUB)
           END-IF
           .

       147-ADD-BACKORDER.
           IF WS-BACKORDER-COUNT >= 2000
               DISPLAY "PR4STOCK ABORT - MORE THAN "
                   "2000 BACKORDERS, TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BACKORDER-COUNT
           ADD 1 TO WS-BO-NEW-COUNT
           MULTIPLY NUMBER-BOXES(SUB) BY BOX-PRICE(SUB)
               GIVING WS-LINE-DOLLARS
           MULTIPLY WS-SHIP-QTY BY BOX-PRICE(SUB)
               GIVING WS-SHIP-DOLLARS
           COMPUTE WS-BO-NEW-VALUE = WS-BO-NEW-VALUE
               + WS-LINE-DOLLARS - WS-SHIP-DOLLARS
           SET BO-INDEX TO WS-BACKORDER-COUNT
           MOVE WAREHOUSE-STATE TO BOT-STATE(BO-INDEX)
           MOVE WAREHOUSE-CITY TO BOT-CITY(BO-INDEX)
           MOVE CUSTOMER-ID TO BOT-CUSTOMER(BO-INDEX)
           MOVE CUSTOMER-NAME TO BOT-CUST-NAME(BO-INDEX)
           MOVE CUSTOMER-RATING TO BOT-RATING(BO-INDEX)
           MOVE PRODUCT-ID(SUB) TO BOT-PRODUCT-ID(BO-INDEX)
           MOVE PRODUCT-CODE(SUB) TO BOT-CODE(BO-INDEX)
           MOVE WS-SHORT-QTY TO BOT-QTY-ORD(BO-INDEX)
           MOVE WS-SHORT-QTY TO BOT-QTY-OPEN(BO-INDEX)
           MOVE BOX-PRICE(SUB) TO BOT-BOX-PRICE(BO-INDEX)
           MOVE MOUNTH-BOUGHT(SUB) TO BOT-MONTH(BO-INDEX)
           MOVE WS-SYSTEM-DATE TO BOT-DATE(BO-INDEX)
           MOVE WS-CURRENT-PERIOD TO BOT-PERIOD(BO-INDEX)
           MOVE "O" TO BOT-STATUS(BO-INDEX)
           MOVE ZERO TO BOT-FILLED(BO-INDEX)
           .

       150-POST-TO-ONHAND.
           MOVE 'N' TO WS-ONHAND-FOUND-FLAG
           MOVE WS-POST-STATE TO OH-STATE
           MOVE WS-POST-CITY TO OH-CITY
           MOVE WS-POST-PRODUCT TO OH-PRODUCT-ID
           READ ONHAND-FILE
               INVALID KEY
                   MOVE WS-POST-STATE TO OH-STATE
                   MOVE WS-POST-CITY TO OH-CITY
                   MOVE WS-POST-PRODUCT TO OH-PRODUCT-ID
                   MOVE ZERO TO OH-QTY
                   MOVE ZERO TO OH-REORDER-POINT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ONHAND-FOUND-FLAG
           END-READ
           ADD WS-POST-QTY TO OH-QTY
           IF ONHAND-ROW-FOUND
               REWRITE ONHAND-RECORD
                   INVALID KEY
                       PERFORM 155-ONHAND-UPDATE-FAILED
               END-REWRITE
           ELSE
               WRITE ONHAND-RECORD
                   INVALID KEY
                       PERFORM 155-ONHAND-UPDATE-FAILED
               END-WRITE
           END-IF
           IF WS-POST-QTY < ZERO
                   AND OH-QTY < ZERO
               MOVE 'Y' TO WS-OVERSOLD-FLAG
               MOVE WS-POST-STATE TO SX-STATE
               MOVE WS-POST-CITY TO SX-CITY
               MOVE WS-POST-PRODUCT TO SX-PRODUCT-ID
               COMPUTE SX-SOLD = ZERO - WS-POST-QTY
               MOVE OH-QTY TO SX-ONHAND
               WRITE STOCK-EXCEPTION-RECORD FROM STOCK-EXCEPTION-LINE
           END-IF
           .

       155-ONHAND-UPDATE-FAILED.
           DISPLAY "PR4STOCK ABORT - CANNOT UPDATE PR4 ONHAND.DAT FOR "
               WS-POST-STATE WS-POST-CITY " " WS-POST-PRODUCT
               ", FILE STATUS " WS-ONHAND-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       163-REWRITE-BACKORDER-FILE.
           OPEN OUTPUT BACKORDER-FILE
           PERFORM VARYING BO-INDEX FROM 1 BY 1
                   UNTIL BO-INDEX > WS-BACKORDER-COUNT
               IF BOT-STATUS(BO-INDEX) = "O"
                   MOVE BOT-STATE(BO-INDEX) TO BO-STATE
                   MOVE BOT-CITY(BO-INDEX) TO BO-CITY
                   MOVE BOT-CUSTOMER(BO-INDEX) TO BO-CUSTOMER-ID
                   MOVE BOT-CUST-NAME(BO-INDEX) TO BO-CUSTOMER-NAME
                   MOVE BOT-RATING(BO-INDEX) TO BO-CUSTOMER-RATING
                   MOVE BOT-PRODUCT-ID(BO-INDEX) TO BO-PRODUCT-ID
                   MOVE BOT-CODE(BO-INDEX) TO BO-PRODUCT-CODE
                   MOVE BOT-QTY-ORD(BO-INDEX) TO BO-QTY-ORDERED
                   MOVE BOT-QTY-OPEN(BO-INDEX) TO BO-QTY-OPEN
                   MOVE BOT-BOX-PRICE(BO-INDEX) TO BO-BOX-PRICE
                   MOVE BOT-MONTH(BO-INDEX) TO BO-MONTH-BOUGHT
                   MOVE BOT-DATE(BO-INDEX) TO BO-DATE-ENTERED
                   MOVE BOT-PERIOD(BO-INDEX) TO BO-PERIOD
                   MOVE BOT-STATUS(BO-INDEX) TO BO-STATUS
                   WRITE BACKORDER-RECORD
               END-IF
           END-PERFORM
           CLOSE BACKORDER-FILE
           .

       165-REWRITE-OPEN-PO-FILE.
               MOVE TRT-QTY(TRF-INDEX) TO TF-QTY
               MOVE TRT-SHIP-DATE(TRF-INDEX) TO TF-SHIP-DATE
               MOVE TRT-STATUS(TRF-INDEX) TO TF-STATUS
               MOVE TRT-LOT-NUMBER(TRF-INDEX) TO TF-LOT-NUMBER
               MOVE TRT-EXPIRY(TRF-INDEX) TO TF-EXPIRY-DATE
               WRITE TRANSFER-RECORD
           END-PERFORM
           CLOSE TRANSFER-FILE
           .

       168-SORT-SHIPPED-FILE.
           SORT SHIP-SORT-FILE
               ON ASCENDING KEY SS-WAREHOUSE-STATE
                                SS-WAREHOUSE-CITY
                                SS-CUSTOMER-ID
               USING SHIP-WORK-FILE
               GIVING SHIPPED-FILE
           .

       169-WRITE-SHIP-TOTALS.
           OPEN OUTPUT SHIP-TOTALS-FILE
           MOVE WS-CURRENT-PERIOD TO ST-PERIOD
           MOVE WS-BO-NEW-VALUE TO ST-BACKORDERED-VALUE
           MOVE WS-BO-FILLED-VALUE TO ST-FILLED-VALUE
           WRITE SHIP-TOTALS-RECORD
           CLOSE SHIP-TOTALS-FILE
           .

       170-PRINT-STOCK-REPORT.
           OPEN OUTPUT STOCK-REPORT-FILE
           WRITE STOCK-REPORT-RECORD FROM STOCK-TITLE-HEADING
               AFTER ADVANCING 1
           PERFORM 175-PAGE-HEADING-ROUTINE
           MOVE SPACES TO WS-REPORT-STATE WS-REPORT-CITY
           PERFORM 112-START-ONHAND-SCAN
           PERFORM UNTIL NO-MORE-ONHAND
               READ ONHAND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ONHAND-EOF-FLAG
                   NOT AT END
                       IF OH-STATE NOT = WS-REPORT-STATE
                               OR OH-CITY NOT = WS-REPORT-CITY
                           MOVE OH-STATE TO WS-REPORT-STATE
                           MOVE OH-CITY TO WS-REPORT-CITY
                           MOVE WS-REPORT-STATE TO WH-STATE-OUT
                           MOVE WS-REPORT-CITY TO WH-CITY-OUT
                           WRITE STOCK-REPORT-RECORD
                               FROM WAREHOUSE-HEADING
                               AFTER ADVANCING 2
                           WRITE STOCK-REPORT-RECORD
                               FROM STOCK-HEADING-1
                               AFTER ADVANCING 2
                           WRITE STOCK-REPORT-RECORD
                               FROM STOCK-HEADING-2
                               AFTER ADVANCING 1
                           ADD 5 TO LINE-COUNT
                       END-IF
                       PERFORM 180-PRINT-STOCK-DETAIL
               END-READ
           END-PERFORM
           CLOSE STOCK-REPORT-FILE
           .
           .

       180-PRINT-STOCK-DETAIL.
           MOVE OH-PRODUCT-ID TO SD-PRODUCT-ID
           SET PRD-INDEX TO 1
           SEARCH PRODUCT-ITEM
               AT END
                   MOVE SPACES TO SD-PRODUCT-NAME
                   MOVE "BAD CODE" TO SD-PRODUCT-TYPE
               WHEN PRD-ID(PRD-INDEX) = OH-PRODUCT-ID
                   MOVE PRD-NAME(PRD-INDEX) TO SD-PRODUCT-NAME
                   MOVE PRD-TYPE(PRD-INDEX) TO SD-PRODUCT-TYPE
           END-SEARCH
           MOVE OH-QTY TO SD-QTY
           MOVE OH-REORDER-POINT TO SD-REORDER
           IF OH-QTY < OH-REORDER-POINT
               MOVE "** REORDER **" TO SD-FLAG
           ELSE
               MOVE SPACES TO SD-FLAG
               ADD 3 TO LINE-COUNT
           END-IF
           .

       185-PRINT-EXPIRY-REPORT.
           OPEN OUTPUT EXPIRY-REPORT-FILE
           MOVE WS-SYSTEM-DATE TO EX-RUN-DATE
           WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE ZERO TO WS-EXPIRY-LINES
           MOVE SPACES TO WS-REPORT-STATE WS-REPORT-CITY
           MOVE 'N' TO WS-EXPIRY-WH-FLAG
           PERFORM 112-START-ONHAND-SCAN
           PERFORM UNTIL NO-MORE-ONHAND
               READ ONHAND-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ONHAND-EOF-FLAG
                   NOT AT END
                       IF OH-STATE NOT = WS-REPORT-STATE
                               OR OH-CITY NOT = WS-REPORT-CITY
                           PERFORM 188-PRINT-WAREHOUSE-EXPIRY
                           MOVE OH-STATE TO WS-REPORT-STATE
                           MOVE OH-CITY TO WS-REPORT-CITY
                           MOVE 'N' TO WS-EXPIRY-WH-FLAG
                           MOVE ZERO TO WS-WH-EXPIRED-QTY
                           MOVE ZERO TO WS-WH-EXPIRING-QTY
                       END-IF
                       PERFORM 186-PRINT-PRODUCT-LOTS
               END-READ
           END-PERFORM
           PERFORM 188-PRINT-WAREHOUSE-EXPIRY
           IF WS-EXPIRY-LINES = ZERO
               WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-NONE-LINE
                   AFTER ADVANCING 2
           END-IF
           CLOSE EXPIRY-REPORT-FILE
           .

       186-PRINT-PRODUCT-LOTS.
           MOVE OH-STATE TO WS-POST-STATE
           MOVE OH-CITY TO WS-POST-CITY
           MOVE OH-PRODUCT-ID TO WS-POST-PRODUCT
           PERFORM 113-START-LOT-SCAN
           PERFORM 114-READ-NEXT-LOT
           PERFORM UNTIL NO-MORE-LOTS
               IF LT-QTY > ZERO
                       AND LT-EXPIRY-DATE > ZERO
                   PERFORM 187-PRINT-EXPIRY-DETAIL
               END-IF
               PERFORM 114-READ-NEXT-LOT
           END-PERFORM
           .

       187-PRINT-EXPIRY-DETAIL.
           MOVE LT-EXPIRY-DATE TO WS-EXPIRY-DATE
           COMPUTE WS-DAYS-TO-EXPIRY =
               ((WS-EXPIRY-YEAR - WS-SYSTEM-YEAR) * 365)
               + ((WS-EXPIRY-MONTH - WS-SYSTEM-MONTH) * 30)
               + (WS-EXPIRY-DAY - WS-SYSTEM-DAY)
           IF LT-EXPIRY-DATE NOT < WS-SYSTEM-DATE
                   AND WS-DAYS-TO-EXPIRY < ZERO
               MOVE ZERO TO WS-DAYS-TO-EXPIRY
           END-IF
           IF LT-EXPIRY-DATE < WS-SYSTEM-DATE
                   OR WS-DAYS-TO-EXPIRY <= WS-EXPIRY-HORIZON
               IF NOT EXPIRY-WAREHOUSE-PRINTED
                   MOVE 'Y' TO WS-EXPIRY-WH-FLAG
                   MOVE WS-REPORT-STATE TO WH-STATE-OUT
                   MOVE WS-REPORT-CITY TO WH-CITY-OUT
                   WRITE EXPIRY-REPORT-RECORD FROM WAREHOUSE-HEADING
                       AFTER ADVANCING 2
                   WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-HEADING-1
                       AFTER ADVANCING 2
               END-IF
               MOVE LT-PRODUCT-ID TO EX-PRODUCT-ID
               SET PRD-INDEX TO 1
               SEARCH PRODUCT-ITEM
                   AT END
                       MOVE SPACES TO EX-PRODUCT-NAME
                   WHEN PRD-ID(PRD-INDEX) = LT-PRODUCT-ID
                       MOVE PRD-NAME(PRD-INDEX) TO EX-PRODUCT-NAME
               END-SEARCH
               MOVE LT-LOT-NUMBER TO EX-LOT-NUMBER
               MOVE LT-EXPIRY-DATE TO EX-EXPIRY-DATE
               MOVE LT-QTY TO EX-QTY
               MOVE WS-DAYS-TO-EXPIRY TO EX-DAYS
               EVALUATE TRUE
                   WHEN LT-EXPIRY-DATE < WS-SYSTEM-DATE
                       MOVE "** EXPIRED **" TO EX-STATUS
                       ADD LT-QTY TO WS-WH-EXPIRED-QTY
                   WHEN WS-DAYS-TO-EXPIRY <= 7
                       MOVE "THIS WEEK" TO EX-STATUS
                       ADD LT-QTY TO WS-WH-EXPIRING-QTY
                   WHEN OTHER
                       MOVE "WITHIN 4 WEEKS" TO EX-STATUS
                       ADD LT-QTY TO WS-WH-EXPIRING-QTY
               END-EVALUATE
               WRITE EXPIRY-REPORT-RECORD FROM EXPIRY-DETAIL-LINE
                   AFTER ADVANCING 1
               ADD 1 TO WS-EXPIRY-LINES
           END-IF
           .

       188-PRINT-WAREHOUSE-EXPIRY.
           IF EXPIRY-WAREHOUSE-PRINTED
               MOVE WS-WH-EXPIRED-QTY TO EX-WH-EXPIRED
               MOVE WS-WH-EXPIRING-QTY TO EX-WH-EXPIRING
               WRITE EXPIRY-REPORT-RECORD
                   FROM EXPIRY-WAREHOUSE-TOTAL-LINE
                   AFTER ADVANCING 2
           END-IF
           .

       190-POST-TO-LOT.
           MOVE 'N' TO WS-LOT-FOUND-FLAG
           MOVE WS-POST-STATE TO LT-STATE
           MOVE WS-POST-CITY TO LT-CITY
           MOVE WS-POST-PRODUCT TO LT-PRODUCT-ID
           MOVE WS-POST-EXPIRY TO LT-EXPIRY-DATE
           MOVE WS-POST-LOT TO LT-LOT-NUMBER
           READ LOT-FILE
               INVALID KEY
                   MOVE WS-POST-STATE TO LT-STATE
                   MOVE WS-POST-CITY TO LT-CITY
                   MOVE WS-POST-PRODUCT TO LT-PRODUCT-ID
                   MOVE WS-POST-EXPIRY TO LT-EXPIRY-DATE
                   MOVE WS-POST-LOT TO LT-LOT-NUMBER
                   MOVE ZERO TO LT-QTY
                   MOVE WS-SYSTEM-DATE TO LT-DATE-RECEIVED
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LOT-FOUND-FLAG
           END-READ
           ADD WS-LOT-QTY TO LT-QTY
           IF LOT-ROW-FOUND
               PERFORM 197-REWRITE-LOT-ROW
           ELSE
               WRITE LOT-RECORD
                   INVALID KEY
                       PERFORM 198-LOT-UPDATE-FAILED
               END-WRITE
           END-IF
           .

       192-RELIEVE-LOTS-FEFO.
           COMPUTE WS-LOT-NEEDED = ZERO - WS-POST-QTY
           MOVE SPACES TO WS-POST-LOT
           MOVE ZERO TO WS-POST-EXPIRY
           MOVE 'S' TO WS-LOT-SCAN-FLAG
           PERFORM UNTIL WS-LOT-NEEDED NOT > ZERO
               PERFORM 193-FIND-FIRST-EXPIRING-LOT
               IF NOT LOT-ROW-FOUND
                   IF LOT-RELIEF-FOR-TRANSFER
                       MOVE WS-LOT-NEEDED TO WS-LOT-QTY
                       MOVE "UNLOTTED" TO WS-POST-LOT
                       MOVE ZERO TO WS-POST-EXPIRY
                       PERFORM 1381-RECORD-TRANSFER-LOT
                   END-IF
                   MOVE ZERO TO WS-LOT-NEEDED
               ELSE
                   IF LT-QTY > WS-LOT-NEEDED
                       MOVE WS-LOT-NEEDED TO WS-LOT-QTY
                   ELSE
                       MOVE LT-QTY TO WS-LOT-QTY
                   END-IF
                   SUBTRACT WS-LOT-QTY FROM LT-QTY
                   SUBTRACT WS-LOT-QTY FROM WS-LOT-NEEDED
                   MOVE LT-LOT-NUMBER TO WS-FOUND-LOT
                   MOVE LT-EXPIRY-DATE TO WS-FOUND-EXPIRY
                   PERFORM 197-REWRITE-LOT-ROW
                   IF LOT-RELIEF-FOR-TRANSFER
                       MOVE WS-FOUND-LOT TO WS-POST-LOT
                       MOVE WS-FOUND-EXPIRY TO WS-POST-EXPIRY
                       PERFORM 1381-RECORD-TRANSFER-LOT
                   END-IF
                   IF LOT-RELIEF-FOR-SALE
                       MOVE "S" TO TC-TYPE
                       PERFORM 194-WRITE-LOT-TRACE
                   END-IF
               END-IF
           END-PERFORM
           .

       193-FIND-FIRST-EXPIRING-LOT.
           MOVE 'N' TO WS-LOT-FOUND-FLAG
           PERFORM 113-START-LOT-SCAN
           PERFORM 114-READ-NEXT-LOT
           PERFORM UNTIL NO-MORE-LOTS
               IF (LT-QTY > ZERO
                       OR LOT-SCAN-ALL-LOTS)
                       AND (LT-EXPIRY-DATE = ZERO
                           OR LT-EXPIRY-DATE >= WS-SYSTEM-DATE)
                   MOVE 'Y' TO WS-LOT-FOUND-FLAG
                   MOVE 'Y' TO LOT-EOF-FLAG
               ELSE
                   PERFORM 114-READ-NEXT-LOT
               END-IF
           END-PERFORM
           .

       194-WRITE-LOT-TRACE.
           MOVE WS-CURRENT-PERIOD TO TC-PERIOD
           MOVE WS-SYSTEM-DATE TO TC-DATE
           MOVE WS-POST-STATE TO TC-STATE
           MOVE WS-POST-CITY TO TC-CITY
           MOVE WS-POST-CUSTOMER TO TC-CUSTOMER-ID
           MOVE WS-POST-CUST-NAME TO TC-CUSTOMER-NAME
           MOVE WS-POST-PRODUCT TO TC-PRODUCT-ID
           MOVE WS-FOUND-LOT TO TC-LOT-NUMBER
           MOVE WS-FOUND-EXPIRY TO TC-EXPIRY-DATE
           MOVE WS-LOT-QTY TO TC-QTY
           WRITE LOT-TRACE-RECORD
           .

       196-RETURN-TO-LOT.
           MOVE WS-POST-QTY TO WS-LOT-QTY
           MOVE 'A' TO WS-LOT-SCAN-FLAG
           PERFORM 193-FIND-FIRST-EXPIRING-LOT
           IF NOT LOT-ROW-FOUND
               MOVE "UNLOTTED" TO WS-POST-LOT
               MOVE ZERO TO WS-POST-EXPIRY
               PERFORM 190-POST-TO-LOT
               MOVE WS-POST-LOT TO WS-FOUND-LOT
               MOVE WS-POST-EXPIRY TO WS-FOUND-EXPIRY
           ELSE
               ADD WS-LOT-QTY TO LT-QTY
               MOVE LT-LOT-NUMBER TO WS-FOUND-LOT
               MOVE LT-EXPIRY-DATE TO WS-FOUND-EXPIRY
               PERFORM 197-REWRITE-LOT-ROW
           END-IF
           MOVE "R" TO TC-TYPE
           PERFORM 194-WRITE-LOT-TRACE
           .

       197-REWRITE-LOT-ROW.
           REWRITE LOT-RECORD
               INVALID KEY
                   PERFORM 198-LOT-UPDATE-FAILED
           END-REWRITE
           .

       198-LOT-UPDATE-FAILED.
           DISPLAY "PR4STOCK ABORT - CANNOT UPDATE PR4 LOTS.DAT FOR "
               WS-POST-STATE WS-POST-CITY " " WS-POST-PRODUCT
               ", FILE STATUS " WS-LOT-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
           .

       200-PRINT-BACKORDER-REPORT.
           OPEN OUTPUT BACKORDER-REPORT-FILE
           MOVE WS-SYSTEM-DATE TO BR-RUN-DATE
           WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-TITLE-HEADING
               AFTER ADVANCING 1
           WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-HEADING-1
               AFTER ADVANCING 2
           MOVE ZERO TO WS-BO-OPEN-COUNT
           MOVE ZERO TO WS-BO-OPEN-QTY
           PERFORM 205-PRINT-BACKORDER-DETAIL
               VARYING BO-INDEX FROM 1 BY 1
               UNTIL BO-INDEX > WS-BACKORDER-COUNT
           IF WS-BACKORDER-COUNT = ZERO
               WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-NONE-LINE
                   AFTER ADVANCING 2
           END-IF
           MOVE WS-BO-OPEN-COUNT TO BR-OPEN-COUNT
           MOVE WS-BO-OPEN-QTY TO BR-OPEN-QTY
           MOVE WS-BO-NEW-COUNT TO BR-NEW-COUNT
           MOVE WS-BO-FILLED-COUNT TO BR-FILLED-COUNT
           WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-TOTAL-LINE
               AFTER ADVANCING 3
           CLOSE BACKORDER-REPORT-FILE
           .

       205-PRINT-BACKORDER-DETAIL.
           MOVE BOT-STATE(BO-INDEX) TO BR-STATE
           MOVE BOT-CITY(BO-INDEX) TO BR-CITY
           MOVE BOT-CUSTOMER(BO-INDEX) TO BR-CUSTOMER
           MOVE BOT-CUST-NAME(BO-INDEX) TO BR-CUST-NAME
           MOVE BOT-PRODUCT-ID(BO-INDEX) TO BR-PRODUCT-ID
           MOVE BOT-DATE(BO-INDEX) TO BR-DATE
           MOVE BOT-DATE(BO-INDEX) TO WS-BO-DATE
           COMPUTE WS-BO-AGE =
               ((WS-SYSTEM-YEAR - WS-BO-YEAR) * 365)
               + ((WS-SYSTEM-MONTH - WS-BO-MONTH) * 30)
               + (WS-SYSTEM-DAY - WS-BO-DAY)
           IF WS-BO-AGE < ZERO
               MOVE ZERO TO WS-BO-AGE
           END-IF
           MOVE WS-BO-AGE TO BR-AGE
           MOVE BOT-QTY-ORD(BO-INDEX) TO BR-QTY-ORD
           MOVE BOT-FILLED(BO-INDEX) TO BR-QTY-FILLED
           MOVE BOT-QTY-OPEN(BO-INDEX) TO BR-QTY-OPEN
           EVALUATE TRUE
               WHEN BOT-STATUS(BO-INDEX) = "F"
                   MOVE "FILLED" TO BR-STATUS
               WHEN BOT-FILLED(BO-INDEX) > ZERO
                   MOVE "PART FILLED" TO BR-STATUS
               WHEN OTHER
                   MOVE "OPEN" TO BR-STATUS
           END-EVALUATE
           MOVE SPACES TO BR-PO-NUMBER
           MOVE SPACES TO BR-PO-DATE
           IF BOT-STATUS(BO-INDEX) = "O"
               ADD 1 TO WS-BO-OPEN-COUNT
               ADD BOT-QTY-OPEN(BO-INDEX) TO WS-BO-OPEN-QTY
               SET OPO-INDEX TO 1
               SEARCH OPEN-PO-ITEM
                   AT END
                       MOVE "NONE" TO BR-PO-NUMBER
                   WHEN BOT-STATE(BO-INDEX) = OPT-STATE(OPO-INDEX)
                           AND BOT-CITY(BO-INDEX) = OPT-CITY(OPO-INDEX)
                           AND BOT-PRODUCT-ID(BO-INDEX)
                               = OPT-PRODUCT-ID(OPO-INDEX)
                           AND OPT-STATUS(OPO-INDEX) = "O"
                       MOVE OPT-NUMBER(OPO-INDEX) TO BR-PO-NUMBER
                       MOVE OPT-DATE(OPO-INDEX) TO BR-PO-DATE
               END-SEARCH
           END-IF
           WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-DETAIL-LINE
               AFTER ADVANCING 1
           .
