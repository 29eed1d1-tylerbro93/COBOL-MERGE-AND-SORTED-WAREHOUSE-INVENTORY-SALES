      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: front-desk customer account inquiry, so a caller can
      *          be answered without paging through the batch reports
      * Tectonics: cobc -xo PR4INQ.exe --std=mf  PR4INQ.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4INQ.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM IS RUN AT THE TERMINAL, NOT IN THE PR4DRIVE STREAM.
      *THE OPERATOR KEYS A STATE, CITY AND CUSTOMER ID (FOR EXAMPLE
      *ALBM01) AND THE PROGRAM DISPLAYS ONE SCREEN FOR THAT ACCOUNT:
      *  MASTER DATA  - NAME, ADDRESS, RATING, REP AND CREDIT LIMIT FROM
      *                 "PR4 CUSTOMERS.DAT", REP NAME FROM "PR4
      *                 REPS.TXT"
      *  AR           - EVERY OPEN ITEM ON "PR4 AR LEDGER.DAT" WITH ITS
      *                 DAYS PAST DUE, THE CURRENT/30/60/90+ BUCKETS
      *                 (AGED THE SAME WAY AS PR4CASH), THE OPEN BALANCE
      *                 AND THE CREDIT STILL AVAILABLE
      *  HOLDS        - ORDERS SITTING ON "PR4 CREDIT HOLD.TXT",
      *                 PRODUCT LINES HELD ON "PR4 COMPLIANCE
      *                 HOLD.TXT" WITH THE DATE HELD AND THE REASON,
      *                 AND RECORDS STILL REJECTED ON "PR4
      *                 SUSPENSE.TXT"
      *  SALES TREND  - THE LAST 12 CUSTOMER-LEVEL PERIOD TOTALS ON
      *                 "PR4 HISTORY.TXT" WITH THE CHANGE FROM THE
      *                 PERIOD BEFORE
      *THE FILES ARE READ FRESH FOR EVERY INQUIRY SO THE SCREEN SHOWS
      *WHAT THE LAST BATCH RUN LEFT. EVERY FILE IS OPENED INPUT ONLY -
      *THIS PROGRAM NEVER WRITES, SO IT IS SAFE TO RUN WHILE THE FRONT
      *DESK IS ON THE PHONE. KEY END OR A BLANK LINE TO QUIT.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL REP-FILE
               ASSIGN TO "PR4 REPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-STATUS.

           SELECT OPTIONAL AR-LEDGER-FILE
               ASSIGN TO "PR4 AR LEDGER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-KEY
               ALTERNATE RECORD KEY IS AR-PERIOD WITH DUPLICATES
               FILE STATUS IS WS-AR-LEDGER-STATUS.

           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "PR4 CREDIT HOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL COMPLY-HOLD-FILE
               ASSIGN TO "PR4 COMPLIANCE HOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLY-HOLD-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "PR4 SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO "PR4 HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

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

       FD REP-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 REP-FILE-RECORD.
           05  RM-REP-CODE            PIC X(3).
           05  RM-REP-NAME            PIC X(20).
           05  RM-COMM-RATE           PIC 9V999.

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

       FD HOLD-FILE
       RECORD CONTAINS 134 CHARACTERS.
       01 HOLD-RECORD.
           05  HD-DATE-HELD           PIC 9(8).
           05  HD-DATA.
               10  HD-WAREHOUSE-STATE PIC X(2).
               10  FILLER             PIC X(1).
               10  HD-WAREHOUSE-CITY  PIC X(2).
               10  FILLER             PIC X(1).
               10  HD-CUSTOMER-ID     PIC X(2).
               10  FILLER             PIC X(22).
               10  HD-PRODUCT-DATA OCCURS 6 TIMES.
                   15 HD-PRODUCT-ID   PIC X(5).
                   15 HD-PRODUCT-CODE PIC X(1).
                   15 HD-NUMBER-BOXES PIC 9(3).
                   15 HD-BOX-PRICE    PIC 999V99.
                   15 HD-MOUNTH-BOUGHT PIC 99.

       FD COMPLY-HOLD-FILE
       RECORD CONTAINS 158 CHARACTERS.
       01 COMPLY-HOLD-RECORD.
           05  CH-DATE-HELD           PIC 9(8).
           05  CH-REASON              PIC X(24).
           05  CH-DATA.
               10  CH-WAREHOUSE-STATE PIC X(2).
               10  FILLER             PIC X(1).
               10  CH-WAREHOUSE-CITY  PIC X(2).
               10  FILLER             PIC X(1).
               10  CH-CUSTOMER-ID     PIC X(2).
               10  FILLER             PIC X(22).
               10  CH-PRODUCT-ID      PIC X(5).
               10  CH-PRODUCT-CODE    PIC X(1).
               10  CH-NUMBER-BOXES    PIC 9(3).
               10  CH-BOX-PRICE       PIC 999V99.
               10  CH-MOUNTH-BOUGHT   PIC 99.
               10  FILLER             PIC X(80).

       FD SUSPENSE-FILE
       RECORD CONTAINS 172 CHARACTERS.
       01 SUSPENSE-RECORD.
           05  SU-SEQ                 PIC 9(5).
           05  SU-STATUS              PIC X(1).
           05  SU-DATE-REJECTED       PIC 9(8).
           05  SU-FIELD               PIC X(12).
           05  SU-REASON              PIC X(20).
           05  SU-DATA.
               10  SU-WAREHOUSE-STATE PIC X(2).
               10  FILLER             PIC X(1).
               10  SU-WAREHOUSE-CITY  PIC X(2).
               10  FILLER             PIC X(1).
               10  SU-CUSTOMER-ID     PIC X(2).
               10  FILLER             PIC X(118).

       FD HISTORY-FILE
       RECORD CONTAINS 28 CHARACTERS.
       01 HISTORY-RECORD.
           05  HH-PERIOD              PIC X(6).
           05  HH-LEVEL               PIC X(1).
           05  HH-STATE               PIC X(2).
           05  HH-CITY                PIC X(2).
           05  HH-CUSTOMER            PIC X(2).
           05  HH-TOTAL               PIC S9(13)V99.

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  REP-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-REPS                         VALUE 'Y'.
           05  AR-EOF-FLAG                 PIC X       VALUE 'N'.
               88 NO-MORE-AR-ITEMS                     VALUE 'Y'.
           05  HOLD-EOF-FLAG               PIC X       VALUE 'N'.
               88 NO-MORE-HOLDS                        VALUE 'Y'.
           05  COMPLY-HOLD-EOF-FLAG        PIC X       VALUE 'N'.
               88 NO-MORE-COMPLY-HOLDS                 VALUE 'Y'.
           05  SUSPENSE-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-SUSPENSE                     VALUE 'Y'.
           05  HISTORY-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-HISTORY                      VALUE 'Y'.
           05  WS-CUSTOMER-FOUND-FLAG      PIC X       VALUE 'N'.
               88 CUSTOMER-FOUND                       VALUE 'Y'.
           05  WS-INQUIRY-DONE-FLAG        PIC X       VALUE 'N'.
               88 INQUIRY-DONE                         VALUE 'Y'.

       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-REP-STATUS                  PIC XX      VALUE SPACES.
       01  WS-AR-LEDGER-STATUS            PIC XX      VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-COMPLY-HOLD-STATUS          PIC XX      VALUE SPACES.
       01  WS-SUSPENSE-STATUS             PIC XX      VALUE SPACES.
       01  WS-HISTORY-STATUS              PIC XX      VALUE SPACES.

       01  WS-INQUIRY-KEY.
           05  IK-STATE                 PIC X(2).
           05  IK-CITY                  PIC X(2).
           05  IK-CUSTOMER-ID           PIC X(2).
           05  FILLER                   PIC X(14).

       01  WS-RUN-DATE                  PIC 9(8).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR              PIC 9(4).
           05  WS-RUN-MONTH             PIC 9(2).
           05  WS-RUN-DAY               PIC 9(2).

       01  WS-DUE-DATE                  PIC 9(8).
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR              PIC 9(4).
           05  WS-DUE-MONTH             PIC 9(2).
           05  WS-DUE-DAY               PIC 9(2).

       01  WS-TREND-COUNT                 PIC 9(3)    VALUE ZERO.
       01  WS-TREND-START                 PIC 9(3)    VALUE ZERO.
       01  TREND-TABLE.
           05  TREND-ITEM OCCURS 1 TO 240 TIMES
                   DEPENDING ON WS-TREND-COUNT
                   INDEXED BY TR-INDEX.
               10  TR-PERIOD      PIC X(6).
               10  TR-TOTAL       PIC S9(13)V99.

       01  WS-WORK-FIELDS.
           05  WS-REP-NAME        PIC X(20)             VALUE SPACES.
           05  WS-CREDIT-LIMIT    PIC 9(7)              VALUE ZERO.
           05  WS-DAYS-PAST-DUE   PIC S9(5)             VALUE ZERO.
           05  WS-OPEN-COUNT      PIC 9(4)              VALUE ZERO.
           05  WS-TOT-CURRENT     PIC S9(11)V99         VALUE ZERO.
           05  WS-TOT-OVER-30     PIC S9(11)V99         VALUE ZERO.
           05  WS-TOT-OVER-60     PIC S9(11)V99         VALUE ZERO.
           05  WS-TOT-OVER-90     PIC S9(11)V99         VALUE ZERO.
           05  WS-TOT-OPEN        PIC S9(11)V99         VALUE ZERO.
           05  WS-AVAILABLE       PIC S9(11)V99         VALUE ZERO.
           05  WS-HOLD-COUNT      PIC 9(4)              VALUE ZERO.
           05  WS-HOLD-LINES      PIC 9                 VALUE ZERO.
           05  WS-HOLD-AMOUNT     PIC S9(9)V99          VALUE ZERO.
           05  WS-LINE-AMOUNT     PIC S9(9)V99          VALUE ZERO.
           05  WS-COMPLY-COUNT    PIC 9(4)              VALUE ZERO.
           05  WS-SUSPENSE-COUNT  PIC 9(4)              VALUE ZERO.
           05  WS-TREND-CHANGE    PIC S9(13)V99         VALUE ZERO.
           05  SUB                PIC 9                 VALUE ZERO.

      **************************SCREEN LINES****************************
       01  INQ-RULE-LINE.
           05                 PIC X(78) VALUE ALL "-".

       01  INQ-TITLE-LINE.
           05                 PIC X(22) VALUE SPACES.
           05                 PIC X(30) VALUE
               "DR. CHEEBS CUSTOMER INQUIRY".
           05                 PIC X(8)  VALUE "AS OF ".
           05  IT-DATE-OUT    PIC 9(8).

       01  INQ-MASTER-LINE-1.
           05                 PIC X(10) VALUE "CUSTOMER ".
           05  IM-STATE       PIC X(2).
           05                 PIC X(1)  VALUE "/".
           05  IM-CITY        PIC X(2).
           05                 PIC X(1)  VALUE "/".
           05  IM-CUSTOMER    PIC X(2).
           05                 PIC X(2)  VALUE SPACES.
           05  IM-NAME        PIC X(20).
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(7)  VALUE "RATING ".
           05  IM-RATING      PIC 9(1).

       01  INQ-MASTER-LINE-2.
           05                 PIC X(10) VALUE "ADDRESS  ".
           05  IM-ADDRESS     PIC X(30).

       01  INQ-MASTER-LINE-3.
           05                 PIC X(10) VALUE "REP      ".
           05  IM-REP-CODE    PIC X(3).
           05                 PIC X(1)  VALUE SPACES.
           05  IM-REP-NAME    PIC X(20).
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(14) VALUE "CREDIT LIMIT ".
           05  IM-CREDIT-LIMIT PIC $$,$$$,$$9.

       01  INQ-SECTION-LINE.
           05                 PIC X(4)  VALUE "--- ".
           05  IS-TITLE       PIC X(30).

       01  INQ-AR-HEADING.
           05                 PIC X(48) VALUE
               "INVOICE  PERIOD          AMOUNT        OPEN AMT".
           05                 PIC X(21) VALUE
               "   DUE DATE  PAST DUE".

       01  INQ-AR-LINE.
           05  IA-INVOICE     PIC 9(6).
           05                 PIC X(3)  VALUE SPACES.
           05  IA-PERIOD      PIC X(6).
           05                 PIC X(1)  VALUE SPACES.
           05  IA-AMOUNT      PIC $$$$,$$$,$$9.99-.
           05  IA-OPEN        PIC $$$$,$$$,$$9.99-.
           05                 PIC X(3)  VALUE SPACES.
           05  IA-DUE-DATE    PIC 9(8).
           05                 PIC X(2)  VALUE SPACES.
           05  IA-DAYS        PIC ZZZZ9-.

       01  INQ-AGING-HEADING.
           05                 PIC X(48) VALUE
               "         CURRENT         30 DAYS         60 DAYS".
           05                 PIC X(30) VALUE
               "        90+ DAYS      BALANCE".

       01  INQ-AGING-LINE.
           05  IG-CURRENT     PIC $$$$,$$$,$$9.99-.
           05  IG-OVER-30     PIC $$$$,$$$,$$9.99-.
           05  IG-OVER-60     PIC $$$$,$$$,$$9.99-.
           05  IG-OVER-90     PIC $$$$,$$$,$$9.99-.
           05  IG-BALANCE     PIC $$$$,$$$,$$9.99-.

       01  INQ-CREDIT-LINE.
           05                 PIC X(18) VALUE "CREDIT AVAILABLE: ".
           05  IC-AVAILABLE   PIC $$$$,$$$,$$9.99-.

       01  INQ-HOLD-LINE.
           05                 PIC X(10) VALUE "HELD ON  ".
           05  IH-DATE-HELD   PIC 9(8).
           05                 PIC X(3)  VALUE SPACES.
           05  IH-WAREHOUSE   PIC X(5).
           05                 PIC X(3)  VALUE SPACES.
           05  IH-LINES       PIC 9.
           05                 PIC X(13) VALUE " PRODUCT LINE".
           05                 PIC X(3)  VALUE "S  ".
           05  IH-AMOUNT      PIC $$$$,$$$,$$9.99-.

       01  INQ-COMPLY-LINE.
           05                 PIC X(10) VALUE "HELD ON  ".
           05  IP-DATE-HELD   PIC 9(8).
           05                 PIC X(3)  VALUE SPACES.
           05  IP-PRODUCT-ID  PIC X(5).
           05                 PIC X(1)  VALUE SPACES.
           05  IP-BOXES       PIC ZZ9.
           05                 PIC X(8)  VALUE " BOXES @".
           05  IP-BOX-PRICE   PIC $$$9.99.
           05                 PIC X(2)  VALUE SPACES.
           05  IP-REASON      PIC X(24).

       01  INQ-SUSPENSE-LINE.
           05                 PIC X(4)  VALUE "SEQ ".
           05  IU-SEQ         PIC 9(5).
           05                 PIC X(11) VALUE "  REJECTED ".
           05  IU-DATE        PIC 9(8).
           05                 PIC X(2)  VALUE SPACES.
           05  IU-FIELD       PIC X(12).
           05                 PIC X(1)  VALUE SPACES.
           05  IU-REASON      PIC X(20).

       01  INQ-TREND-HEADING.
           05                 PIC X(47) VALUE
               "PERIOD               SALES    CHANGE FROM PRIOR".

       01  INQ-TREND-LINE.
           05  IR-PERIOD      PIC X(6).
           05                 PIC X(2)  VALUE SPACES.
           05  IR-TOTAL       PIC $$$$,$$$,$$9.99-.
           05                 PIC X(2)  VALUE SPACES.
           05  IR-CHANGE      PIC $$$$,$$$,$$9.99-.

       01  INQ-NONE-LINE.
           05                 PIC X(2)  VALUE SPACES.
           05  IN-TEXT        PIC X(40).

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           MOVE 'N' TO WS-INQUIRY-DONE-FLAG
           PERFORM UNTIL INQUIRY-DONE
               DISPLAY " "
               DISPLAY "ENTER STATE, CITY AND CUSTOMER ID (E.G. ALBM01)"
                   " OR END: " WITH NO ADVANCING
               MOVE SPACES TO WS-INQUIRY-KEY
               ACCEPT WS-INQUIRY-KEY
               IF WS-INQUIRY-KEY = SPACES OR WS-INQUIRY-KEY = "END"
                       OR WS-INQUIRY-KEY = "end"
                   MOVE 'Y' TO WS-INQUIRY-DONE-FLAG
               ELSE
                   PERFORM 110-SHOW-ONE-CUSTOMER
               END-IF
           END-PERFORM
           STOP RUN
           .

       110-SHOW-ONE-CUSTOMER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           INSPECT WS-INQUIRY-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY INQ-RULE-LINE
           MOVE WS-RUN-DATE TO IT-DATE-OUT
           DISPLAY INQ-TITLE-LINE
           DISPLAY INQ-RULE-LINE
           PERFORM 120-SHOW-MASTER-DATA
           PERFORM 130-SHOW-AR-ITEMS
           PERFORM 140-SHOW-CREDIT-HOLDS
           PERFORM 147-SHOW-COMPLIANCE-HOLDS
           PERFORM 150-SHOW-SUSPENSE
           PERFORM 160-SHOW-SALES-TREND
           DISPLAY INQ-RULE-LINE
           .

       120-SHOW-MASTER-DATA.
           MOVE 'N' TO WS-CUSTOMER-FOUND-FLAG
           MOVE ZERO TO WS-CREDIT-LIMIT
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = "00"
               MOVE IK-STATE TO CM-STATE
               MOVE IK-CITY TO CM-CITY
               MOVE IK-CUSTOMER-ID TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUSTOMER-FOUND-FLAG
               END-READ
               CLOSE CUSTOMER-FILE
           ELSE
               CLOSE CUSTOMER-FILE
           END-IF
           MOVE IK-STATE TO IM-STATE
           MOVE IK-CITY TO IM-CITY
           MOVE IK-CUSTOMER-ID TO IM-CUSTOMER
           IF CUSTOMER-FOUND
               MOVE CM-NAME TO IM-NAME
               MOVE CM-RATING TO IM-RATING
               MOVE CM-ADDRESS TO IM-ADDRESS
               MOVE CM-REP-CODE TO IM-REP-CODE
               MOVE CM-CREDIT-LIMIT TO WS-CREDIT-LIMIT
               MOVE CM-CREDIT-LIMIT TO IM-CREDIT-LIMIT
               PERFORM 125-FIND-REP-NAME
               MOVE WS-REP-NAME TO IM-REP-NAME
               DISPLAY INQ-MASTER-LINE-1
               DISPLAY INQ-MASTER-LINE-2
               DISPLAY INQ-MASTER-LINE-3
           ELSE
               MOVE "** NOT ON FILE **" TO IM-NAME
               MOVE ZERO TO IM-RATING
               DISPLAY INQ-MASTER-LINE-1
           END-IF
           .

       125-FIND-REP-NAME.
           MOVE "NO REP ASSIGNED" TO WS-REP-NAME
           IF CM-REP-CODE NOT = SPACES
               MOVE "NOT ON REP MASTER" TO WS-REP-NAME
               OPEN INPUT REP-FILE
               IF WS-REP-STATUS = "00"
                   MOVE 'N' TO REP-EOF-FLAG
                   PERFORM UNTIL NO-MORE-REPS
                       READ REP-FILE
                           AT END
                               MOVE 'Y' TO REP-EOF-FLAG
                           NOT AT END
                               IF RM-REP-CODE = CM-REP-CODE
                                   MOVE RM-REP-NAME TO WS-REP-NAME
                                   MOVE 'Y' TO REP-EOF-FLAG
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REP-FILE
               ELSE
                   CLOSE REP-FILE
               END-IF
           END-IF
           .

       130-SHOW-AR-ITEMS.
           MOVE "AR OPEN ITEMS" TO IS-TITLE
           DISPLAY INQ-SECTION-LINE
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE ZERO TO WS-TOT-CURRENT
           MOVE ZERO TO WS-TOT-OVER-30
           MOVE ZERO TO WS-TOT-OVER-60
           MOVE ZERO TO WS-TOT-OVER-90
           OPEN INPUT AR-LEDGER-FILE
           IF WS-AR-LEDGER-STATUS = "00"
               MOVE 'N' TO AR-EOF-FLAG
               MOVE IK-STATE TO AR-STATE
               MOVE IK-CITY TO AR-CITY
               MOVE IK-CUSTOMER-ID TO AR-CUSTOMER-ID
               START AR-LEDGER-FILE KEY IS EQUAL TO AR-CUSTOMER-KEY
                   INVALID KEY
                       MOVE 'Y' TO AR-EOF-FLAG
               END-START
               PERFORM UNTIL NO-MORE-AR-ITEMS
                   READ AR-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO AR-EOF-FLAG
                       NOT AT END
                           IF AR-STATE NOT = IK-STATE
                                   OR AR-CITY NOT = IK-CITY
                                   OR AR-CUSTOMER-ID
                                       NOT = IK-CUSTOMER-ID
                               MOVE 'Y' TO AR-EOF-FLAG
                           ELSE
                               IF AR-STATUS = "O"
                                       AND AR-OPEN-AMOUNT NOT = ZERO
                                   PERFORM 135-SHOW-ONE-AR-ITEM
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AR-LEDGER-FILE
           ELSE
               CLOSE AR-LEDGER-FILE
           END-IF
           IF WS-OPEN-COUNT = ZERO
               MOVE "NO OPEN ITEMS" TO IN-TEXT
               DISPLAY INQ-NONE-LINE
           END-IF
           COMPUTE WS-TOT-OPEN = WS-TOT-CURRENT + WS-TOT-OVER-30
               + WS-TOT-OVER-60 + WS-TOT-OVER-90
           MOVE WS-TOT-CURRENT TO IG-CURRENT
           MOVE WS-TOT-OVER-30 TO IG-OVER-30
           MOVE WS-TOT-OVER-60 TO IG-OVER-60
           MOVE WS-TOT-OVER-90 TO IG-OVER-90
           MOVE WS-TOT-OPEN TO IG-BALANCE
           DISPLAY INQ-AGING-HEADING
           DISPLAY INQ-AGING-LINE
           IF CUSTOMER-FOUND
               COMPUTE WS-AVAILABLE = WS-CREDIT-LIMIT - WS-TOT-OPEN
               MOVE WS-AVAILABLE TO IC-AVAILABLE
               DISPLAY INQ-CREDIT-LINE
           END-IF
           .

       135-SHOW-ONE-AR-ITEM.
           IF WS-OPEN-COUNT = ZERO
               DISPLAY INQ-AR-HEADING
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE AR-DUE-DATE TO WS-DUE-DATE
           COMPUTE WS-DAYS-PAST-DUE =
               ((WS-RUN-YEAR - WS-DUE-YEAR) * 365)
               + ((WS-RUN-MONTH - WS-DUE-MONTH) * 30)
               + (WS-RUN-DAY - WS-DUE-DAY)
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE <= ZERO
                   ADD AR-OPEN-AMOUNT TO WS-TOT-CURRENT
               WHEN WS-DAYS-PAST-DUE <= 30
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-30
               WHEN WS-DAYS-PAST-DUE <= 60
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-60
               WHEN OTHER
                   ADD AR-OPEN-AMOUNT TO WS-TOT-OVER-90
           END-EVALUATE
           MOVE AR-INVOICE-NO TO IA-INVOICE
           MOVE AR-PERIOD TO IA-PERIOD
           MOVE AR-AMOUNT TO IA-AMOUNT
           MOVE AR-OPEN-AMOUNT TO IA-OPEN
           MOVE AR-DUE-DATE TO IA-DUE-DATE
           IF WS-DAYS-PAST-DUE > ZERO
               MOVE WS-DAYS-PAST-DUE TO IA-DAYS
           ELSE
               MOVE ZERO TO IA-DAYS
           END-IF
           DISPLAY INQ-AR-LINE
           .

       140-SHOW-CREDIT-HOLDS.
           MOVE "CREDIT HOLD" TO IS-TITLE
           DISPLAY INQ-SECTION-LINE
           MOVE ZERO TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'N' TO HOLD-EOF-FLAG
               PERFORM UNTIL NO-MORE-HOLDS
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO HOLD-EOF-FLAG
                       NOT AT END
                           IF HD-WAREHOUSE-STATE = IK-STATE
                                   AND HD-WAREHOUSE-CITY = IK-CITY
                                   AND HD-CUSTOMER-ID = IK-CUSTOMER-ID
                               PERFORM 145-SHOW-ONE-HOLD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           ELSE
               CLOSE HOLD-FILE
           END-IF
           IF WS-HOLD-COUNT = ZERO
               MOVE "NOTHING ON CREDIT HOLD" TO IN-TEXT
               DISPLAY INQ-NONE-LINE
           END-IF
           .

       145-SHOW-ONE-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           MOVE ZERO TO WS-HOLD-LINES
           MOVE ZERO TO WS-HOLD-AMOUNT
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF HD-PRODUCT-ID(SUB) NOT = SPACES
                   ADD 1 TO WS-HOLD-LINES
                   IF HD-NUMBER-BOXES(SUB) IS NUMERIC
                           AND HD-BOX-PRICE(SUB) IS NUMERIC
                       MULTIPLY HD-NUMBER-BOXES(SUB)
                           BY HD-BOX-PRICE(SUB)
                           GIVING WS-LINE-AMOUNT
                       IF HD-PRODUCT-CODE(SUB) = "R"
                           SUBTRACT WS-LINE-AMOUNT FROM WS-HOLD-AMOUNT
                       ELSE
                           ADD WS-LINE-AMOUNT TO WS-HOLD-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE HD-DATE-HELD TO IH-DATE-HELD
           MOVE HD-DATA(1:5) TO IH-WAREHOUSE
           MOVE WS-HOLD-LINES TO IH-LINES
           MOVE WS-HOLD-AMOUNT TO IH-AMOUNT
           DISPLAY INQ-HOLD-LINE
           .

       147-SHOW-COMPLIANCE-HOLDS.
           MOVE "COMPLIANCE HOLD" TO IS-TITLE
           DISPLAY INQ-SECTION-LINE
           MOVE ZERO TO WS-COMPLY-COUNT
           OPEN INPUT COMPLY-HOLD-FILE
           IF WS-COMPLY-HOLD-STATUS = "00"
               MOVE 'N' TO COMPLY-HOLD-EOF-FLAG
               PERFORM UNTIL NO-MORE-COMPLY-HOLDS
                   READ COMPLY-HOLD-FILE
                       AT END
                           MOVE 'Y' TO COMPLY-HOLD-EOF-FLAG
                       NOT AT END
                           IF CH-WAREHOUSE-STATE = IK-STATE
                                   AND CH-WAREHOUSE-CITY = IK-CITY
                                   AND CH-CUSTOMER-ID = IK-CUSTOMER-ID
                               ADD 1 TO WS-COMPLY-COUNT
                               MOVE CH-DATE-HELD TO IP-DATE-HELD
                               MOVE CH-PRODUCT-ID TO IP-PRODUCT-ID
                               MOVE CH-NUMBER-BOXES TO IP-BOXES
                               MOVE CH-BOX-PRICE TO IP-BOX-PRICE
                               MOVE CH-REASON TO IP-REASON
                               DISPLAY INQ-COMPLY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPLY-HOLD-FILE
           ELSE
               CLOSE COMPLY-HOLD-FILE
           END-IF
           IF WS-COMPLY-COUNT = ZERO
               MOVE "NOTHING ON COMPLIANCE HOLD" TO IN-TEXT
               DISPLAY INQ-NONE-LINE
           END-IF
           .

       150-SHOW-SUSPENSE.
           MOVE "SUSPENSE (REJECTED RECORDS)" TO IS-TITLE
           DISPLAY INQ-SECTION-LINE
           MOVE ZERO TO WS-SUSPENSE-COUNT
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               MOVE 'N' TO SUSPENSE-EOF-FLAG
               PERFORM UNTIL NO-MORE-SUSPENSE
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO SUSPENSE-EOF-FLAG
                       NOT AT END
                           IF SU-WAREHOUSE-STATE = IK-STATE
                                   AND SU-WAREHOUSE-CITY = IK-CITY
                                   AND SU-CUSTOMER-ID = IK-CUSTOMER-ID
                                   AND SU-STATUS = "R"
                               ADD 1 TO WS-SUSPENSE-COUNT
                               MOVE SU-SEQ TO IU-SEQ
                               MOVE SU-DATE-REJECTED TO IU-DATE
                               MOVE SU-FIELD TO IU-FIELD
                               MOVE SU-REASON TO IU-REASON
                               DISPLAY INQ-SUSPENSE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           ELSE
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-COUNT = ZERO
               MOVE "NOTHING IN SUSPENSE" TO IN-TEXT
               DISPLAY INQ-NONE-LINE
           END-IF
           .

       160-SHOW-SALES-TREND.
           MOVE "SALES TREND" TO IS-TITLE
           DISPLAY INQ-SECTION-LINE
           MOVE ZERO TO WS-TREND-COUNT
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE 'N' TO HISTORY-EOF-FLAG
               PERFORM UNTIL NO-MORE-HISTORY
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO HISTORY-EOF-FLAG
                       NOT AT END
                           IF HH-LEVEL = "C"
                                   AND HH-STATE = IK-STATE
                                   AND HH-CITY = IK-CITY
                                   AND HH-CUSTOMER = IK-CUSTOMER-ID
                                   AND WS-TREND-COUNT < 240
                               ADD 1 TO WS-TREND-COUNT
                               SET TR-INDEX TO WS-TREND-COUNT
                               MOVE HH-PERIOD TO TR-PERIOD(TR-INDEX)
                               MOVE HH-TOTAL TO TR-TOTAL(TR-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               CLOSE HISTORY-FILE
           END-IF
           IF WS-TREND-COUNT = ZERO
               MOVE "NO SALES HISTORY" TO IN-TEXT
               DISPLAY INQ-NONE-LINE
           ELSE
               DISPLAY INQ-TREND-HEADING
               IF WS-TREND-COUNT > 12
                   COMPUTE WS-TREND-START = WS-TREND-COUNT - 11
               ELSE
                   MOVE 1 TO WS-TREND-START
               END-IF
               PERFORM 165-SHOW-ONE-PERIOD
                   VARYING TR-INDEX FROM WS-TREND-START BY 1
                   UNTIL TR-INDEX > WS-TREND-COUNT
           END-IF
           .

       165-SHOW-ONE-PERIOD.
           MOVE TR-PERIOD(TR-INDEX) TO IR-PERIOD
           MOVE TR-TOTAL(TR-INDEX) TO IR-TOTAL
           IF TR-INDEX > 1
               COMPUTE WS-TREND-CHANGE =
                   TR-TOTAL(TR-INDEX) - TR-TOTAL(TR-INDEX - 1)
               MOVE WS-TREND-CHANGE TO IR-CHANGE
           ELSE
               MOVE ZERO TO IR-CHANGE
           END-IF
           DISPLAY INQ-TREND-LINE
           .
