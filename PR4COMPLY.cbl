      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: compliance gate ahead of the merge - hold order lines
      *          for products a state does not allow, or allows only
      *          with a license or under a THC cap, and report them
      * Tectonics: cobc -xo PR4COMPLY.exe --std=mf  PR4COMPLY.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4COMPLY.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM RUNS AFTER PR4CREDIT AND BEFORE PROJECT4 MERGES, SO
      *IT SCREENS EVERY FILE ON "PR4 MANIFEST.TXT" - THE "PR4
      *VALIDn.TXT" FILES AND ANY CREDIT OR COMPLIANCE RELEASE FILE -
      *AGAINST THE STATE-BY-PRODUCT ELIGIBILITY MATRIX ON "PR4
      *ELIGIBILITY.TXT". THE STATE OF A SALE IS THE STATE OF THE
      *WAREHOUSE THE CUSTOMER BUYS FROM. EACH SALE LINE IS CHECKED:
      *  - A PRODUCT WITH NO MATRIX ROW FOR ANY STATE IS UNREGULATED
      *    AND PASSES.
      *  - A REGULATED PRODUCT WITH NO ROW FOR THE STATE IS HELD AS
      *    "NOT CLEARED FOR STATE".
      *  - STATUS P (PROHIBITED) IS HELD.
      *  - WHEN THE ROW CARRIES A THC CAP, THE PRODUCT'S THC PERCENT ON
      *    "PR4 PRODUCT THC.TXT" MUST BE ON FILE AND NOT OVER THE CAP.
      *  - STATUS L (RESTRICTED) NEEDS A LICENSE FOR THE CUSTOMER ON
      *    "PR4 LICENSES.TXT" THAT HAS NOT EXPIRED ON THE RUN DATE.
      *RETURN LINES (CODE R) ALWAYS PASS - TAKING PRODUCT BACK IS NOT A
      *SALE. A LINE THAT FAILS IS TAKEN OFF ITS RECORD AND WRITTEN TO
      *THE COMPLIANCE HOLD FILE "PR4 COMPLIANCE HOLD.TXT" WITH THE DATE
      *AND THE REASON (ONE HOLD ROW PER LINE, THE LINE IN THE FIRST
      *PRODUCT SLOT); A RECORD LEFT WITH NO LINES IS DROPPED. THE
      *MANIFEST FILES ARE REWRITTEN WITHOUT THE HELD LINES. RELEASE
      *CARDS IN "PR4 COMPLY RELEASES.TXT" (STATE, CITY, CUSTOMER) MOVE
      *A CUSTOMER'S HELD LINES TO "PR4 COMPLY RELEASE.TXT", WHICH IS
      *ADDED TO THE MANIFEST AS AN EXTRA SLOT BEFORE THE CHECK, SO A
      *RELEASED LINE IS SCREENED AGAIN AND ONLY GOES THROUGH ONCE THE
      *LICENSE OR MATRIX HAS BEEN FIXED WITH PR4MAINT. THE REPORT "PR4
      *COMPLIANCE REPORT.TXT" LISTS THE LINES HELD THIS RUN, THE
      *CUSTOMER LICENSES THAT HAVE EXPIRED OR EXPIRE WITHIN 60 DAYS,
      *AND THE BOXES AND NET SALES OF RESTRICTED (STATUS L) PRODUCTS
      *THAT PASSED, BY STATE AND PRODUCT, FOR THE REGULATORY FILINGS.
      *HELD LINES ARE ALSO DISPLAYED AS A WARNING; THE RETURN CODE
      *STAYS ZERO SO THE REST OF THE ORDERS FLOW ON.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE
               ASSIGN TO "PR4 MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT OPTIONAL VALID-FILE
               ASSIGN TO DYNAMIC WS-VALID-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALID-STATUS.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PRODUCT-FILE
               ASSIGN TO "PR4 PRODUCTS.TXT"
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

           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "PR4 COMPLIANCE HOLD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL RELEASE-CARD-FILE
               ASSIGN TO "PR4 COMPLY RELEASES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

           SELECT OPTIONAL COMPLY-RELEASE-FILE
               ASSIGN TO "PR4 COMPLY RELEASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPLY-REPORT-FILE
               ASSIGN TO "PR4 COMPLIANCE REPORT.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD               PIC X(40).

       FD VALID-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 VALID-RECORD                  PIC X(126).

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

       FD PRODUCT-FILE
       RECORD CONTAINS 27 CHARACTERS.
       01 PRODUCT-FILE-RECORD.
           05  PF-CODE                PIC X(5).
           05  PF-NAME                PIC X(14).
           05  PF-TYPE                PIC X(8).

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

       FD HOLD-FILE
       RECORD CONTAINS 158 CHARACTERS.
       01 HOLD-RECORD.
           05  HD-DATE-HELD           PIC 9(8).
           05  HD-REASON              PIC X(24).
           05  HD-DATA                PIC X(126).

       FD RELEASE-CARD-FILE
       RECORD CONTAINS 6 CHARACTERS.
       01 RELEASE-CARD-RECORD.
           05  RL-STATE               PIC X(2).
           05  RL-CITY                PIC X(2).
           05  RL-CUSTOMER-ID         PIC X(2).

       FD COMPLY-RELEASE-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 COMPLY-RELEASE-RECORD       PIC X(126).

       FD COMPLY-REPORT-FILE.
       01 COMPLY-REPORT-RECORD                         PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.
           05  ELIGIBILITY-EOF-FLAG        PIC X       VALUE 'N'.
               88 NO-MORE-ELIGIBILITY                  VALUE 'Y'.
           05  LICENSE-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-LICENSES                     VALUE 'Y'.
           05  THC-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-THC-ROWS                     VALUE 'Y'.
           05  HOLD-EOF-FLAG               PIC X       VALUE 'N'.
               88 NO-MORE-HOLDS                        VALUE 'Y'.
           05  RELEASE-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-RELEASES                     VALUE 'Y'.
           05  MANIFEST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-MANIFEST-LINES               VALUE 'Y'.
           05  WS-RELEASE-USED-FLAG        PIC X       VALUE 'N'.
               88 RELEASE-SLOT-USED                    VALUE 'Y'.
           05  WS-ELIG-FOUND-FLAG          PIC X       VALUE 'N'.
               88 ELIGIBILITY-ROW-FOUND                VALUE 'Y'.
           05  WS-REGULATED-FLAG           PIC X       VALUE 'N'.
               88 PRODUCT-IS-REGULATED                 VALUE 'Y'.
           05  WS-RESTRICTED-FLAG          PIC X       VALUE 'N'.
               88 LINE-IS-RESTRICTED                   VALUE 'Y'.
           05  WS-LINES-LEFT-FLAG          PIC X       VALUE 'N'.
               88 RECORD-HAS-LINES                     VALUE 'Y'.
           05  WS-LINE-HELD-FLAG           PIC X       VALUE 'N'.
               88 RECORD-LINE-HELD                     VALUE 'Y'.
           05  WS-SLOT-FOUND-FLAG          PIC X       VALUE 'N'.
               88 INSERT-SLOT-FOUND                    VALUE 'Y'.

       01  WS-MANIFEST-STATUS             PIC XX      VALUE SPACES.
       01  WS-VALID-STATUS                PIC XX      VALUE SPACES.
       01  WS-CUSTOMER-STATUS             PIC XX      VALUE SPACES.
       01  WS-ELIGIBILITY-STATUS          PIC XX      VALUE SPACES.
       01  WS-LICENSE-STATUS              PIC XX      VALUE SPACES.
       01  WS-THC-STATUS                  PIC XX      VALUE SPACES.
       01  WS-HOLD-STATUS                 PIC XX      VALUE SPACES.
       01  WS-RELEASE-STATUS              PIC XX      VALUE SPACES.

       01  WS-VALID-FILE-NAME             PIC X(40)   VALUE SPACES.
       01  WS-RELEASE-FILE-NAME           PIC X(40)   VALUE
               "PR4 COMPLY RELEASE.TXT".

       01  MANIFEST-FIELDS.
           05  WS-MANIFEST-NAME OCCURS 5 TIMES
                                      PIC X(40).
           05  WS-MANIFEST-SUB        PIC 9       VALUE ZERO.
           05  WS-SLOT-SUB            PIC 9       VALUE ZERO.
           05  WS-RELEASE-SLOT        PIC 9       VALUE ZERO.

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-PRODUCT-COUNT
                   INDEXED BY PRD-INDEX.
               10  PRD-ID         PIC X(5).
               10  PRD-NAME       PIC X(14).

       01  WS-ELIG-COUNT                PIC 9(4)    VALUE ZERO.
       01  ELIGIBILITY-TABLE.
           05  ELIGIBILITY-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-ELIG-COUNT
                   INDEXED BY ELT-INDEX.
               10  ELT-STATE      PIC X(2).
               10  ELT-PRODUCT-ID PIC X(5).
               10  ELT-STATUS     PIC X(1).
               10  ELT-THC-CAP    PIC 99V999.

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

       01  WS-THC-COUNT                 PIC 9(3)    VALUE ZERO.
       01  THC-TABLE.
           05  THC-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-THC-COUNT
                   INDEXED BY THT-INDEX.
               10  THT-PRODUCT-ID PIC X(5).
               10  THT-THC-PCT    PIC 99V999.

       01  WS-HOLD-COUNT                PIC 9(3)    VALUE ZERO.
       01  WS-PRIOR-HOLD-COUNT          PIC 9(3)    VALUE ZERO.
       01  HOLD-TABLE.
           05  HOLD-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-HOLD-COUNT
                   INDEXED BY HLD-INDEX.
               10  HLT-DATE     PIC 9(8).
               10  HLT-REASON   PIC X(24).
               10  HLT-DATA     PIC X(126).
               10  HLT-KEY REDEFINES HLT-DATA.
                   15  HLT-STATE    PIC X(2).
                   15  FILLER       PIC X(1).
                   15  HLT-CITY     PIC X(2).
                   15  FILLER       PIC X(1).
                   15  HLT-CUSTOMER PIC X(2).
                   15  FILLER       PIC X(22).
                   15  HLT-LINE.
                       20  HLT-PRODUCT-ID   PIC X(5).
                       20  HLT-PRODUCT-CODE PIC X(1).
                       20  HLT-NUMBER-BOXES PIC 9(3).
                       20  HLT-BOX-PRICE    PIC 999V99.
                       20  HLT-MOUNTH-BOUGHT PIC 99.
                   15  HLT-OTHER-LINES  PIC X(80).
               10  HLT-RELEASED PIC X(1).

       01  WS-WORK-COUNT                PIC 9(4)    VALUE ZERO.
       01  VALID-WORK-TABLE.
           05  VALID-WORK-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-WORK-COUNT
                   INDEXED BY VWK-INDEX.
               10  VWT-SLOT     PIC 9.
               10  VWT-DATA     PIC X(126).
               10  VWT-RECORD REDEFINES VWT-DATA.
                   15  VWT-STATE    PIC X(2).
                   15  FILLER       PIC X(1).
                   15  VWT-CITY     PIC X(2).
                   15  FILLER       PIC X(1).
                   15  VWT-CUSTOMER PIC X(2).
                   15  FILLER       PIC X(22).
                   15  VWT-LINE OCCURS 6 TIMES.
                       20  VWT-PRODUCT-ID   PIC X(5).
                       20  VWT-PRODUCT-CODE PIC X(1).
                       20  VWT-NUMBER-BOXES PIC 9(3).
                       20  VWT-BOX-PRICE    PIC 999V99.
                       20  VWT-MOUNTH-BOUGHT PIC 99.

       01  WS-VOLUME-COUNT              PIC 9(4)    VALUE ZERO.
       01  VOLUME-TABLE.
           05  VOLUME-ITEM OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-VOLUME-COUNT
                   INDEXED BY VOL-INDEX.
               10  VLT-KEY.
                   15  VLT-STATE      PIC X(2).
                   15  VLT-PRODUCT-ID PIC X(5).
               10  VLT-BOXES      PIC S9(7).
               10  VLT-AMOUNT     PIC S9(9)V99.

       01  WS-VOLUME-KEY.
           05  WS-VOLUME-STATE        PIC X(2).
           05  WS-VOLUME-PRODUCT      PIC X(5).

       01  WS-WORK-FIELDS.
           05  WS-BLOCK-REASON    PIC X(24)             VALUE SPACES.
           05  WS-PRODUCT-NAME    PIC X(14)             VALUE SPACES.
           05  WS-LINE-TOTAL      PIC S9(7)V99          VALUE ZERO.
           05  WS-LINE-BOXES      PIC S9(5)             VALUE ZERO.
           05  WS-INSERT-SUB      PIC 9(4)              VALUE ZERO.
           05  WS-PRIOR-SUB       PIC 9(4)              VALUE ZERO.
           05  WS-BLOCKED-COUNT   PIC 9(4)              VALUE ZERO.
           05  WS-RELEASED-COUNT  PIC 9(4)              VALUE ZERO.
           05  WS-ON-HOLD-COUNT   PIC 9(4)              VALUE ZERO.
           05  WS-EXPIRING-COUNT  PIC 9(4)              VALUE ZERO.
           05  WS-DAYS-LEFT       PIC S9(7)             VALUE ZERO.
           05  WS-PRINT-STATE     PIC X(2)              VALUE SPACES.
           05  WS-STATE-BOXES     PIC S9(7)             VALUE ZERO.
           05  WS-STATE-AMOUNT    PIC S9(9)V99          VALUE ZERO.

       01  WS-RUN-DATE                PIC 9(8)    VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR            PIC 9(4).
           05  WS-RUN-MONTH           PIC 9(2).
           05  WS-RUN-DAY             PIC 9(2).

       01  WS-EXPIRE-DATE             PIC 9(8)    VALUE ZERO.
       01  WS-EXPIRE-DATE-PARTS REDEFINES WS-EXPIRE-DATE.
           05  WS-EXPIRE-YEAR         PIC 9(4).
           05  WS-EXPIRE-MONTH        PIC 9(2).
           05  WS-EXPIRE-DAY          PIC 9(2).

      **************************REPORT SECTION**************************
       01  COMPLY-TITLE-HEADING.
           05                 PIC X(15) VALUE SPACES.
           05                 PIC X(32) VALUE
               "DR. CHEEBS COMPLIANCE REPORT".

       01  COMPLY-DATE-LINE.
           05                 PIC X(9) VALUE "RUN DATE:".
           05                 PIC X(1) VALUE SPACES.
           05  CR-DATE-OUT    PIC 9(8).

       01  HELD-SECTION-HEADING.
           05                 PIC X(45) VALUE
               "ORDER LINES HELD FOR COMPLIANCE THIS RUN".

       01  HELD-HEADING-1.
           05                 PIC X(9)  VALUE "ACCOUNT  ".
           05                 PIC X(21) VALUE "PRODUCT".
           05                 PIC X(6)  VALUE "BOXES ".
           05                 PIC X(13) VALUE "       AMOUNT".
           05                 PIC X(2)  VALUE SPACES.
           05                 PIC X(6)  VALUE "REASON".

       01  HELD-DETAIL-LINE.
           05  HR-STATE           PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  HR-CITY            PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  HR-CUST            PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  HR-PRODUCT-ID      PIC X(5).
           05                     PIC X(1) VALUE SPACES.
           05  HR-PRODUCT-NAME    PIC X(14).
           05                     PIC X(1) VALUE SPACES.
           05  HR-BOXES           PIC ZZZ9.
           05                     PIC X(1) VALUE SPACES.
           05  HR-AMOUNT          PIC $$,$$$,$$9.99.
           05                     PIC X(2) VALUE SPACES.
           05  HR-REASON          PIC X(24).

       01  HELD-TOTAL-LINE.
           05                     PIC X(21) VALUE
               "LINES HELD THIS RUN: ".
           05  HR-HELD-COUNT      PIC ZZZ9.
           05                     PIC X(2) VALUE SPACES.
           05                     PIC X(19) VALUE
               "RELEASED THIS RUN: ".
           05  HR-RELEASED        PIC ZZZ9.
           05                     PIC X(2) VALUE SPACES.
           05                     PIC X(16) VALUE
               "STILL ON HOLD:  ".
           05  HR-ON-HOLD         PIC ZZZ9.

       01  LICENSE-SECTION-HEADING.
           05                 PIC X(45) VALUE
               "CUSTOMER LICENSES EXPIRING WITHIN 60 DAYS".

       01  LICENSE-HEADING-1.
           05                 PIC X(9)  VALUE "ACCOUNT  ".
           05                 PIC X(21) VALUE "CUSTOMER NAME".
           05                 PIC X(16) VALUE "LICENSE NUMBER".
           05                 PIC X(10) VALUE "EXPIRES".
           05                 PIC X(9)  VALUE "DAYS LEFT".

       01  LICENSE-DETAIL-LINE.
           05  LR-STATE           PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  LR-CITY            PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  LR-CUST            PIC X(2).
           05                     PIC X(1) VALUE SPACES.
           05  LR-NAME            PIC X(20).
           05                     PIC X(1) VALUE SPACES.
           05  LR-LICENSE-NO      PIC X(15).
           05                     PIC X(1) VALUE SPACES.
           05  LR-EXPIRES         PIC 9(8).
           05                     PIC X(2) VALUE SPACES.
           05  LR-DAYS-LEFT       PIC ZZZZZZ9-.
           05                     PIC X(1) VALUE SPACES.
           05  LR-NOTE            PIC X(7).

       01  VOLUME-SECTION-HEADING.
           05                 PIC X(45) VALUE
               "RESTRICTED PRODUCT VOLUME BY STATE".

       01  VOLUME-HEADING-1.
           05                 PIC X(7)  VALUE "STATE  ".
           05                 PIC X(21) VALUE "PRODUCT".
           05                 PIC X(9)  VALUE "    BOXES".
           05                 PIC X(17) VALUE "        NET SALES".

       01  VOLUME-DETAIL-LINE.
           05  VR-STATE           PIC X(2).
           05                     PIC X(5) VALUE SPACES.
           05  VR-PRODUCT-ID      PIC X(5).
           05                     PIC X(1) VALUE SPACES.
           05  VR-PRODUCT-NAME    PIC X(14).
           05                     PIC X(1) VALUE SPACES.
           05  VR-BOXES           PIC ZZZZZZ9-.
           05                     PIC X(1) VALUE SPACES.
           05  VR-AMOUNT          PIC $$$,$$$,$$9.99-.

       01  VOLUME-STATE-TOTAL-LINE.
           05                     PIC X(6) VALUE "STATE ".
           05  VT-STATE           PIC X(2).
           05                     PIC X(20) VALUE " TOTAL".
           05  VT-BOXES           PIC ZZZZZZ9-.
           05                     PIC X(1) VALUE SPACES.
           05  VT-AMOUNT          PIC $$$,$$$,$$9.99-.

       01  NONE-LINE.
           05                     PIC X(4) VALUE "NONE".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-OPEN-CUSTOMER-MASTER
           PERFORM 115-LOAD-PRODUCT-TABLE
           PERFORM 120-LOAD-COMPLIANCE-MASTERS
           PERFORM 130-LOAD-HOLD-TABLE
           PERFORM 150-LOAD-MANIFEST
           PERFORM 140-APPLY-RELEASE-CARDS
           PERFORM 160-READ-VALID-FILES
           PERFORM 180-CHECK-ORDER-LINES
           PERFORM 200-REWRITE-VALID-FILES
           PERFORM 220-REWRITE-HOLD-FILE
           PERFORM 230-PRINT-COMPLIANCE-REPORT
           PERFORM 260-REWRITE-MANIFEST
           IF WS-BLOCKED-COUNT > ZERO
               DISPLAY "WARNING: " WS-BLOCKED-COUNT
                   " ORDER LINES HELD FOR COMPLIANCE - SEE "
                   "PR4 COMPLIANCE REPORT.TXT"
           END-IF
           CLOSE CUSTOMER-FILE
           STOP RUN
           .

       110-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4COMPLY ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       115-LOAD-PRODUCT-TABLE.
           MOVE ZERO TO WS-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           MOVE 'N' TO PRODUCT-EOF-FLAG
           PERFORM UNTIL NO-MORE-PRODUCTS
               READ PRODUCT-FILE
                   AT END
                       MOVE 'Y' TO PRODUCT-EOF-FLAG
                   NOT AT END
                       IF WS-PRODUCT-COUNT < 200
                           ADD 1 TO WS-PRODUCT-COUNT
                           SET PRD-INDEX TO WS-PRODUCT-COUNT
                           MOVE PF-CODE TO PRD-ID(PRD-INDEX)
                           MOVE PF-NAME TO PRD-NAME(PRD-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUCT-FILE
           .

       120-LOAD-COMPLIANCE-MASTERS.
           MOVE ZERO TO WS-ELIG-COUNT
           OPEN INPUT ELIGIBILITY-FILE
           IF WS-ELIGIBILITY-STATUS = "00"
               MOVE 'N' TO ELIGIBILITY-EOF-FLAG
               PERFORM UNTIL NO-MORE-ELIGIBILITY
                   READ ELIGIBILITY-FILE
                       AT END
                           MOVE 'Y' TO ELIGIBILITY-EOF-FLAG
                       NOT AT END
                           IF WS-ELIG-COUNT >= 2000
                               DISPLAY "PR4COMPLY ABORT - MORE THAN "
                                   "2000 ELIGIBILITY ROWS"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-ELIG-COUNT
                           SET ELT-INDEX TO WS-ELIG-COUNT
                           MOVE EL-STATE TO ELT-STATE(ELT-INDEX)
                           MOVE EL-PRODUCT-ID
                               TO ELT-PRODUCT-ID(ELT-INDEX)
                           MOVE EL-STATUS TO ELT-STATUS(ELT-INDEX)
                           MOVE EL-THC-CAP TO ELT-THC-CAP(ELT-INDEX)
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
                           IF WS-LICENSE-COUNT >= 1000
                               DISPLAY "PR4COMPLY ABORT - MORE THAN "
                                   "1000 CUSTOMER LICENSES"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-LICENSE-COUNT
                           SET LCT-INDEX TO WS-LICENSE-COUNT
                           MOVE LC-STATE TO LCT-STATE(LCT-INDEX)
                           MOVE LC-CITY TO LCT-CITY(LCT-INDEX)
                           MOVE LC-CUSTOMER-ID
                               TO LCT-CUSTOMER(LCT-INDEX)
                           MOVE LC-LICENSE-NO
                               TO LCT-LICENSE-NO(LCT-INDEX)
                           MOVE LC-EXPIRES TO LCT-EXPIRES(LCT-INDEX)
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
                           IF WS-THC-COUNT < 200
                               ADD 1 TO WS-THC-COUNT
                               SET THT-INDEX TO WS-THC-COUNT
                               MOVE TH-PRODUCT-ID
                                   TO THT-PRODUCT-ID(THT-INDEX)
                               MOVE TH-THC-PCT
                                   TO THT-THC-PCT(THT-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE THC-FILE
           ELSE
               CLOSE THC-FILE
           END-IF
           .

       130-LOAD-HOLD-TABLE.
           MOVE ZERO TO WS-HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               MOVE 'N' TO HOLD-EOF-FLAG
               PERFORM UNTIL NO-MORE-HOLDS
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO HOLD-EOF-FLAG
                       NOT AT END
                           IF WS-HOLD-COUNT >= 500
                               DISPLAY "PR4COMPLY ABORT - COMPLIANCE "
                                   "HOLD TABLE FULL"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HOLD-COUNT
                           SET HLD-INDEX TO WS-HOLD-COUNT
                           MOVE HD-DATE-HELD TO HLT-DATE(HLD-INDEX)
                           MOVE HD-REASON TO HLT-REASON(HLD-INDEX)
                           MOVE HD-DATA TO HLT-DATA(HLD-INDEX)
                           MOVE 'N' TO HLT-RELEASED(HLD-INDEX)
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           ELSE
               CLOSE HOLD-FILE
           END-IF
           MOVE WS-HOLD-COUNT TO WS-PRIOR-HOLD-COUNT
           .

       140-APPLY-RELEASE-CARDS.
           OPEN INPUT RELEASE-CARD-FILE
           IF WS-RELEASE-STATUS = "00"
               MOVE 'N' TO RELEASE-EOF-FLAG
               PERFORM UNTIL NO-MORE-RELEASES
                   READ RELEASE-CARD-FILE
                       AT END
                           MOVE 'Y' TO RELEASE-EOF-FLAG
                       NOT AT END
                           IF RELEASE-CARD-RECORD NOT = SPACES
                               PERFORM 145-RELEASE-ONE-CUSTOMER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-CARD-FILE
           END-IF
           IF RELEASE-SLOT-USED
               PERFORM 146-FIND-RELEASE-SLOT
               IF WS-RELEASE-SLOT = ZERO
                   DISPLAY "WARNING: COMPLIANCE RELEASES NOT "
                       "PROCESSED, ALL 5 WAREHOUSE FILE SLOTS ARE "
                       "IN USE - RELEASED LINES STAY ON HOLD"
                   PERFORM 147-CANCEL-RELEASES
               ELSE
                   PERFORM 148-WRITE-RELEASE-FILE
               END-IF
           END-IF
           .

       145-RELEASE-ONE-CUSTOMER.
           PERFORM VARYING HLD-INDEX FROM 1 BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
               IF HLT-RELEASED(HLD-INDEX) = "N"
                       AND RL-STATE = HLT-STATE(HLD-INDEX)
                       AND RL-CITY = HLT-CITY(HLD-INDEX)
                       AND RL-CUSTOMER-ID = HLT-CUSTOMER(HLD-INDEX)
                   MOVE 'Y' TO HLT-RELEASED(HLD-INDEX)
                   MOVE 'Y' TO WS-RELEASE-USED-FLAG
                   ADD 1 TO WS-RELEASED-COUNT
               END-IF
           END-PERFORM
           .

       146-FIND-RELEASE-SLOT.
           MOVE ZERO TO WS-RELEASE-SLOT
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-MANIFEST-SUB
               IF WS-MANIFEST-NAME(WS-SLOT-SUB) = WS-RELEASE-FILE-NAME
                   MOVE WS-SLOT-SUB TO WS-RELEASE-SLOT
               END-IF
           END-PERFORM
           IF WS-RELEASE-SLOT = ZERO AND WS-MANIFEST-SUB < 5
               ADD 1 TO WS-MANIFEST-SUB
               MOVE WS-RELEASE-FILE-NAME
                   TO WS-MANIFEST-NAME(WS-MANIFEST-SUB)
               MOVE WS-MANIFEST-SUB TO WS-RELEASE-SLOT
               OPEN OUTPUT COMPLY-RELEASE-FILE
               CLOSE COMPLY-RELEASE-FILE
           END-IF
           .

       147-CANCEL-RELEASES.
           PERFORM VARYING HLD-INDEX FROM 1 BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
               IF HLT-RELEASED(HLD-INDEX) = "Y"
                   MOVE 'N' TO HLT-RELEASED(HLD-INDEX)
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-RELEASED-COUNT
           MOVE 'N' TO WS-RELEASE-USED-FLAG
           .

       148-WRITE-RELEASE-FILE.
           OPEN EXTEND COMPLY-RELEASE-FILE
           PERFORM VARYING HLD-INDEX FROM 1 BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
               IF HLT-RELEASED(HLD-INDEX) = "Y"
                   MOVE HLT-DATA(HLD-INDEX) TO COMPLY-RELEASE-RECORD
                   WRITE COMPLY-RELEASE-RECORD
               END-IF
           END-PERFORM
           CLOSE COMPLY-RELEASE-FILE
           .

       150-LOAD-MANIFEST.
           MOVE ZERO TO WS-MANIFEST-SUB
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               MOVE SPACES TO WS-MANIFEST-NAME(WS-SLOT-SUB)
           END-PERFORM
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE 'N' TO MANIFEST-EOF-FLAG
               PERFORM UNTIL NO-MORE-MANIFEST-LINES
                   READ MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO MANIFEST-EOF-FLAG
                       NOT AT END
                           IF MANIFEST-RECORD NOT = SPACES
                                   AND WS-MANIFEST-SUB < 5
                               ADD 1 TO WS-MANIFEST-SUB
                               MOVE MANIFEST-RECORD
                                   TO WS-MANIFEST-NAME
                                       (WS-MANIFEST-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF
           .

       160-READ-VALID-FILES.
           MOVE ZERO TO WS-WORK-COUNT
           PERFORM 165-READ-ONE-VALID-FILE
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-MANIFEST-SUB
           .

       165-READ-ONE-VALID-FILE.
           MOVE WS-MANIFEST-NAME(WS-SLOT-SUB) TO WS-VALID-FILE-NAME
           OPEN INPUT VALID-FILE
           IF WS-VALID-STATUS = "00"
               MOVE "Y" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "N"
                   READ VALID-FILE
                       AT END
                           MOVE "N" TO EOF-FLAG
                       NOT AT END
                           PERFORM 170-STORE-VALID-RECORD
                   END-READ
               END-PERFORM
               CLOSE VALID-FILE
           ELSE
               CLOSE VALID-FILE
           END-IF
           .

       170-STORE-VALID-RECORD.
           IF WS-WORK-COUNT >= 1000
               DISPLAY "PR4COMPLY ABORT - MORE THAN 1000 VALIDATED "
                   "RECORDS, WORK TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WORK-COUNT
           SET VWK-INDEX TO WS-WORK-COUNT
           MOVE WS-SLOT-SUB TO VWT-SLOT(VWK-INDEX)
           MOVE VALID-RECORD TO VWT-DATA(VWK-INDEX)
           .

       180-CHECK-ORDER-LINES.
           PERFORM 185-CHECK-ONE-RECORD
               VARYING VWK-INDEX FROM 1 BY 1
               UNTIL VWK-INDEX > WS-WORK-COUNT
           .

       185-CHECK-ONE-RECORD.
           MOVE 'N' TO WS-LINES-LEFT-FLAG
           MOVE 'N' TO WS-LINE-HELD-FLAG
           PERFORM VARYING SUB FROM 1 BY 1 UNTIL SUB > 6
               IF VWT-PRODUCT-ID(VWK-INDEX, SUB) NOT = SPACES
                   PERFORM 190-CHECK-ONE-LINE
                   IF WS-BLOCK-REASON NOT = SPACES
                       PERFORM 195-HOLD-ONE-LINE
                   ELSE
                       MOVE 'Y' TO WS-LINES-LEFT-FLAG
                       IF LINE-IS-RESTRICTED
                           PERFORM 197-ADD-RESTRICTED-VOLUME
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF RECORD-LINE-HELD AND NOT RECORD-HAS-LINES
               MOVE ZERO TO VWT-SLOT(VWK-INDEX)
           END-IF
           .

       190-CHECK-ONE-LINE.
           MOVE SPACES TO WS-BLOCK-REASON
           MOVE 'N' TO WS-RESTRICTED-FLAG
           MOVE 'N' TO WS-ELIG-FOUND-FLAG
           SET ELT-INDEX TO 1
           SEARCH ELIGIBILITY-ITEM
               AT END
                   CONTINUE
               WHEN ELT-STATE(ELT-INDEX) = VWT-STATE(VWK-INDEX)
                       AND ELT-PRODUCT-ID(ELT-INDEX)
                           = VWT-PRODUCT-ID(VWK-INDEX, SUB)
                   MOVE 'Y' TO WS-ELIG-FOUND-FLAG
           END-SEARCH
           IF ELIGIBILITY-ROW-FOUND
               IF ELT-STATUS(ELT-INDEX) = "L"
                   MOVE 'Y' TO WS-RESTRICTED-FLAG
               END-IF
               IF VWT-PRODUCT-CODE(VWK-INDEX, SUB) NOT = "R"
                   EVALUATE TRUE
                       WHEN ELT-STATUS(ELT-INDEX) = "P"
                           MOVE "PROHIBITED IN STATE"
                               TO WS-BLOCK-REASON
                       WHEN ELT-THC-CAP(ELT-INDEX) > ZERO
                           PERFORM 192-CHECK-THC-CONTENT
                   END-EVALUATE
                   IF WS-BLOCK-REASON = SPACES
                           AND ELT-STATUS(ELT-INDEX) = "L"
                       PERFORM 194-CHECK-LICENSE
                   END-IF
               END-IF
           ELSE
               IF VWT-PRODUCT-CODE(VWK-INDEX, SUB) NOT = "R"
                   PERFORM 191-CHECK-PRODUCT-REGULATED
                   IF PRODUCT-IS-REGULATED
                       MOVE "NOT CLEARED FOR STATE" TO WS-BLOCK-REASON
                   END-IF
               END-IF
           END-IF
           .

       191-CHECK-PRODUCT-REGULATED.
           MOVE 'N' TO WS-REGULATED-FLAG
           SET ELT-INDEX TO 1
           SEARCH ELIGIBILITY-ITEM
               AT END
                   CONTINUE
               WHEN ELT-PRODUCT-ID(ELT-INDEX)
                       = VWT-PRODUCT-ID(VWK-INDEX, SUB)
                   MOVE 'Y' TO WS-REGULATED-FLAG
           END-SEARCH
           .

       192-CHECK-THC-CONTENT.
           SET THT-INDEX TO 1
           SEARCH THC-ITEM
               AT END
                   MOVE "NO THC CONTENT ON FILE" TO WS-BLOCK-REASON
               WHEN THT-PRODUCT-ID(THT-INDEX)
                       = VWT-PRODUCT-ID(VWK-INDEX, SUB)
                   IF THT-THC-PCT(THT-INDEX) > ELT-THC-CAP(ELT-INDEX)
                       MOVE "THC OVER STATE CAP" TO WS-BLOCK-REASON
                   END-IF
           END-SEARCH
           .

       194-CHECK-LICENSE.
           SET LCT-INDEX TO 1
           SEARCH LICENSE-ITEM
               AT END
                   MOVE "NO LICENSE ON FILE" TO WS-BLOCK-REASON
               WHEN LCT-STATE(LCT-INDEX) = VWT-STATE(VWK-INDEX)
                       AND LCT-CITY(LCT-INDEX) = VWT-CITY(VWK-INDEX)
                       AND LCT-CUSTOMER(LCT-INDEX)
                           = VWT-CUSTOMER(VWK-INDEX)
                   IF LCT-EXPIRES(LCT-INDEX) < WS-RUN-DATE
                       MOVE "LICENSE EXPIRED" TO WS-BLOCK-REASON
                   END-IF
           END-SEARCH
           .

       195-HOLD-ONE-LINE.
           IF WS-HOLD-COUNT >= 500
               DISPLAY "PR4COMPLY ABORT - COMPLIANCE HOLD TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           SET HLD-INDEX TO WS-HOLD-COUNT
           MOVE WS-RUN-DATE TO HLT-DATE(HLD-INDEX)
           MOVE WS-BLOCK-REASON TO HLT-REASON(HLD-INDEX)
           MOVE VWT-DATA(VWK-INDEX) TO HLT-DATA(HLD-INDEX)
           MOVE VWT-LINE(VWK-INDEX, SUB) TO HLT-LINE(HLD-INDEX)
           MOVE SPACES TO HLT-OTHER-LINES(HLD-INDEX)
           MOVE 'N' TO HLT-RELEASED(HLD-INDEX)
           MOVE SPACES TO VWT-LINE(VWK-INDEX, SUB)
           MOVE 'Y' TO WS-LINE-HELD-FLAG
           ADD 1 TO WS-BLOCKED-COUNT
           .

       197-ADD-RESTRICTED-VOLUME.
           MOVE ZERO TO WS-LINE-TOTAL
           MOVE ZERO TO WS-LINE-BOXES
           IF VWT-NUMBER-BOXES(VWK-INDEX, SUB) IS NUMERIC
               MOVE VWT-NUMBER-BOXES(VWK-INDEX, SUB) TO WS-LINE-BOXES
               IF VWT-BOX-PRICE(VWK-INDEX, SUB) IS NUMERIC
                   MULTIPLY VWT-NUMBER-BOXES(VWK-INDEX, SUB)
                       BY VWT-BOX-PRICE(VWK-INDEX, SUB)
                       GIVING WS-LINE-TOTAL
               END-IF
           END-IF
           IF VWT-PRODUCT-CODE(VWK-INDEX, SUB) = "R"
               COMPUTE WS-LINE-BOXES = ZERO - WS-LINE-BOXES
               COMPUTE WS-LINE-TOTAL = ZERO - WS-LINE-TOTAL
           END-IF
           MOVE VWT-STATE(VWK-INDEX) TO WS-VOLUME-STATE
           MOVE VWT-PRODUCT-ID(VWK-INDEX, SUB) TO WS-VOLUME-PRODUCT
           SET VOL-INDEX TO 1
           SEARCH VOLUME-ITEM
               AT END
                   PERFORM 198-INSERT-VOLUME-ROW
               WHEN VLT-KEY(VOL-INDEX) = WS-VOLUME-KEY
                   CONTINUE
           END-SEARCH
           ADD WS-LINE-BOXES TO VLT-BOXES(VOL-INDEX)
           ADD WS-LINE-TOTAL TO VLT-AMOUNT(VOL-INDEX)
           .

       198-INSERT-VOLUME-ROW.
           IF WS-VOLUME-COUNT >= 1000
               DISPLAY "PR4COMPLY ABORT - MORE THAN 1000 "
                   "STATE/PRODUCT ROWS, VOLUME TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VOLUME-COUNT
           MOVE WS-VOLUME-COUNT TO WS-INSERT-SUB
           MOVE 'N' TO WS-SLOT-FOUND-FLAG
           PERFORM UNTIL INSERT-SLOT-FOUND
               IF WS-INSERT-SUB = 1
                   MOVE 'Y' TO WS-SLOT-FOUND-FLAG
               ELSE
                   COMPUTE WS-PRIOR-SUB = WS-INSERT-SUB - 1
                   IF VLT-KEY(WS-PRIOR-SUB) < WS-VOLUME-KEY
                       MOVE 'Y' TO WS-SLOT-FOUND-FLAG
                   ELSE
                       MOVE VOLUME-ITEM(WS-PRIOR-SUB)
                           TO VOLUME-ITEM(WS-INSERT-SUB)
                       MOVE WS-PRIOR-SUB TO WS-INSERT-SUB
                   END-IF
               END-IF
           END-PERFORM
           SET VOL-INDEX TO WS-INSERT-SUB
           MOVE WS-VOLUME-KEY TO VLT-KEY(VOL-INDEX)
           MOVE ZERO TO VLT-BOXES(VOL-INDEX)
           MOVE ZERO TO VLT-AMOUNT(VOL-INDEX)
           .

       200-REWRITE-VALID-FILES.
           PERFORM 205-REWRITE-ONE-VALID-FILE
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > WS-MANIFEST-SUB
           .

       205-REWRITE-ONE-VALID-FILE.
           MOVE WS-MANIFEST-NAME(WS-SLOT-SUB) TO WS-VALID-FILE-NAME
           OPEN OUTPUT VALID-FILE
           PERFORM VARYING VWK-INDEX FROM 1 BY 1
                   UNTIL VWK-INDEX > WS-WORK-COUNT
               IF VWT-SLOT(VWK-INDEX) = WS-SLOT-SUB
                   MOVE VWT-DATA(VWK-INDEX) TO VALID-RECORD
                   WRITE VALID-RECORD
               END-IF
           END-PERFORM
           CLOSE VALID-FILE
           .

       220-REWRITE-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE
           PERFORM VARYING HLD-INDEX FROM 1 BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
               IF HLT-RELEASED(HLD-INDEX) = "N"
                   MOVE HLT-DATE(HLD-INDEX) TO HD-DATE-HELD
                   MOVE HLT-REASON(HLD-INDEX) TO HD-REASON
                   MOVE HLT-DATA(HLD-INDEX) TO HD-DATA
                   WRITE HOLD-RECORD
               END-IF
           END-PERFORM
           CLOSE HOLD-FILE
           .

       230-PRINT-COMPLIANCE-REPORT.
           OPEN OUTPUT COMPLY-REPORT-FILE
           WRITE COMPLY-REPORT-RECORD FROM COMPLY-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-RUN-DATE TO CR-DATE-OUT
           WRITE COMPLY-REPORT-RECORD FROM COMPLY-DATE-LINE
               AFTER ADVANCING 2
           WRITE COMPLY-REPORT-RECORD FROM HELD-SECTION-HEADING
               AFTER ADVANCING 3
           WRITE COMPLY-REPORT-RECORD FROM HELD-HEADING-1
               AFTER ADVANCING 2
           IF WS-HOLD-COUNT > WS-PRIOR-HOLD-COUNT
               COMPUTE WS-INSERT-SUB = WS-PRIOR-HOLD-COUNT + 1
               PERFORM 235-PRINT-HELD-DETAIL
                   VARYING HLD-INDEX FROM WS-INSERT-SUB BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
           ELSE
               WRITE COMPLY-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING 1
           END-IF
           MOVE WS-BLOCKED-COUNT TO HR-HELD-COUNT
           MOVE WS-RELEASED-COUNT TO HR-RELEASED
           PERFORM 238-COUNT-REMAINING-HOLDS
           WRITE COMPLY-REPORT-RECORD FROM HELD-TOTAL-LINE
               AFTER ADVANCING 2
           PERFORM 240-PRINT-EXPIRING-LICENSES
           PERFORM 250-PRINT-RESTRICTED-VOLUME
           CLOSE COMPLY-REPORT-FILE
           .

       235-PRINT-HELD-DETAIL.
           MOVE HLT-STATE(HLD-INDEX) TO HR-STATE
           MOVE HLT-CITY(HLD-INDEX) TO HR-CITY
           MOVE HLT-CUSTOMER(HLD-INDEX) TO HR-CUST
           MOVE HLT-PRODUCT-ID(HLD-INDEX) TO HR-PRODUCT-ID
           MOVE HLT-PRODUCT-ID(HLD-INDEX) TO WS-VOLUME-PRODUCT
           PERFORM 236-GET-PRODUCT-NAME
           MOVE WS-PRODUCT-NAME TO HR-PRODUCT-NAME
           MOVE ZERO TO WS-LINE-TOTAL
           MOVE ZERO TO HR-BOXES
           IF HLT-NUMBER-BOXES(HLD-INDEX) IS NUMERIC
               MOVE HLT-NUMBER-BOXES(HLD-INDEX) TO HR-BOXES
               IF HLT-BOX-PRICE(HLD-INDEX) IS NUMERIC
                   MULTIPLY HLT-NUMBER-BOXES(HLD-INDEX)
                       BY HLT-BOX-PRICE(HLD-INDEX)
                       GIVING WS-LINE-TOTAL
               END-IF
           END-IF
           MOVE WS-LINE-TOTAL TO HR-AMOUNT
           MOVE HLT-REASON(HLD-INDEX) TO HR-REASON
           WRITE COMPLY-REPORT-RECORD FROM HELD-DETAIL-LINE
               AFTER ADVANCING 1
           .

       236-GET-PRODUCT-NAME.
           MOVE SPACES TO WS-PRODUCT-NAME
           SET PRD-INDEX TO 1
           SEARCH PRODUCT-ITEM
               AT END
                   CONTINUE
               WHEN PRD-ID(PRD-INDEX) = WS-VOLUME-PRODUCT
                   MOVE PRD-NAME(PRD-INDEX) TO WS-PRODUCT-NAME
           END-SEARCH
           .

       238-COUNT-REMAINING-HOLDS.
           MOVE ZERO TO WS-ON-HOLD-COUNT
           PERFORM VARYING HLD-INDEX FROM 1 BY 1
                   UNTIL HLD-INDEX > WS-HOLD-COUNT
               IF HLT-RELEASED(HLD-INDEX) = "N"
                   ADD 1 TO WS-ON-HOLD-COUNT
               END-IF
           END-PERFORM
           MOVE WS-ON-HOLD-COUNT TO HR-ON-HOLD
           .

       240-PRINT-EXPIRING-LICENSES.
           WRITE COMPLY-REPORT-RECORD FROM LICENSE-SECTION-HEADING
               AFTER ADVANCING 3
           WRITE COMPLY-REPORT-RECORD FROM LICENSE-HEADING-1
               AFTER ADVANCING 2
           MOVE ZERO TO WS-EXPIRING-COUNT
           PERFORM 245-PRINT-ONE-LICENSE
               VARYING LCT-INDEX FROM 1 BY 1
               UNTIL LCT-INDEX > WS-LICENSE-COUNT
           IF WS-EXPIRING-COUNT = ZERO
               WRITE COMPLY-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING 1
           END-IF
           .

       245-PRINT-ONE-LICENSE.
           MOVE LCT-EXPIRES(LCT-INDEX) TO WS-EXPIRE-DATE
           COMPUTE WS-DAYS-LEFT =
               ((WS-EXPIRE-YEAR - WS-RUN-YEAR) * 365)
               + ((WS-EXPIRE-MONTH - WS-RUN-MONTH) * 30)
               + (WS-EXPIRE-DAY - WS-RUN-DAY)
           IF WS-DAYS-LEFT <= 60
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE LCT-STATE(LCT-INDEX) TO LR-STATE
               MOVE LCT-CITY(LCT-INDEX) TO LR-CITY
               MOVE LCT-CUSTOMER(LCT-INDEX) TO LR-CUST
               MOVE LCT-STATE(LCT-INDEX) TO CM-STATE
               MOVE LCT-CITY(LCT-INDEX) TO CM-CITY
               MOVE LCT-CUSTOMER(LCT-INDEX) TO CM-CUSTOMER-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NOT ON CUSTOMER FILE" TO LR-NAME
                   NOT INVALID KEY
                       MOVE CM-NAME TO LR-NAME
               END-READ
               MOVE LCT-LICENSE-NO(LCT-INDEX) TO LR-LICENSE-NO
               MOVE LCT-EXPIRES(LCT-INDEX) TO LR-EXPIRES
               MOVE WS-DAYS-LEFT TO LR-DAYS-LEFT
               IF LCT-EXPIRES(LCT-INDEX) < WS-RUN-DATE
                   MOVE "EXPIRED" TO LR-NOTE
               ELSE
                   MOVE SPACES TO LR-NOTE
               END-IF
               WRITE COMPLY-REPORT-RECORD FROM LICENSE-DETAIL-LINE
                   AFTER ADVANCING 1
           END-IF
           .

       250-PRINT-RESTRICTED-VOLUME.
           WRITE COMPLY-REPORT-RECORD FROM VOLUME-SECTION-HEADING
               AFTER ADVANCING 3
           WRITE COMPLY-REPORT-RECORD FROM VOLUME-HEADING-1
               AFTER ADVANCING 2
           IF WS-VOLUME-COUNT = ZERO
               WRITE COMPLY-REPORT-RECORD FROM NONE-LINE
                   AFTER ADVANCING 1
           ELSE
               MOVE VLT-STATE(1) TO WS-PRINT-STATE
               MOVE ZERO TO WS-STATE-BOXES
               MOVE ZERO TO WS-STATE-AMOUNT
               PERFORM 255-PRINT-VOLUME-DETAIL
                   VARYING VOL-INDEX FROM 1 BY 1
                   UNTIL VOL-INDEX > WS-VOLUME-COUNT
               PERFORM 257-PRINT-STATE-TOTAL
           END-IF
           .

       255-PRINT-VOLUME-DETAIL.
           IF VLT-STATE(VOL-INDEX) NOT = WS-PRINT-STATE
               PERFORM 257-PRINT-STATE-TOTAL
               MOVE VLT-STATE(VOL-INDEX) TO WS-PRINT-STATE
               MOVE ZERO TO WS-STATE-BOXES
               MOVE ZERO TO WS-STATE-AMOUNT
           END-IF
           MOVE VLT-STATE(VOL-INDEX) TO VR-STATE
           MOVE VLT-PRODUCT-ID(VOL-INDEX) TO VR-PRODUCT-ID
           MOVE VLT-PRODUCT-ID(VOL-INDEX) TO WS-VOLUME-PRODUCT
           PERFORM 236-GET-PRODUCT-NAME
           MOVE WS-PRODUCT-NAME TO VR-PRODUCT-NAME
           MOVE VLT-BOXES(VOL-INDEX) TO VR-BOXES
           MOVE VLT-AMOUNT(VOL-INDEX) TO VR-AMOUNT
           ADD VLT-BOXES(VOL-INDEX) TO WS-STATE-BOXES
           ADD VLT-AMOUNT(VOL-INDEX) TO WS-STATE-AMOUNT
           WRITE COMPLY-REPORT-RECORD FROM VOLUME-DETAIL-LINE
               AFTER ADVANCING 1
           .

       257-PRINT-STATE-TOTAL.
           MOVE WS-PRINT-STATE TO VT-STATE
           MOVE WS-STATE-BOXES TO VT-BOXES
           MOVE WS-STATE-AMOUNT TO VT-AMOUNT
           WRITE COMPLY-REPORT-RECORD FROM VOLUME-STATE-TOTAL-LINE
               AFTER ADVANCING 1
           .

       260-REWRITE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > WS-MANIFEST-SUB
               MOVE WS-MANIFEST-NAME(WS-SLOT-SUB) TO MANIFEST-RECORD
               WRITE MANIFEST-RECORD
           END-PERFORM
           CLOSE MANIFEST-FILE
           .
