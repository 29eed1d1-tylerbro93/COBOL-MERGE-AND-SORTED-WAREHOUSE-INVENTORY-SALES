      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: fingerprint every warehouse intake file before it is
      *          validated and refuse a file that was already processed
      * Tectonics: cobc -xo PR4BATCH.exe --std=mf  PR4BATCH.cbl
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4BATCH.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM RUNS AHEAD OF PR4VALID IN THE PR4DRIVE STREAM. IT
      *READS THE SAME WAREHOUSE INTAKE FILES PR4VALID DOES (LISTED IN
      *"PR4 MANIFEST.TXT", OR PR4FA17A.TXT/PR4FA17B.TXT IF NO MANIFEST
      *IS PRESENT) AND FINGERPRINTS EACH WAREHOUSE BATCH ON THEM:
      *WAREHOUSE STATE AND CITY, RECORD COUNT, BOXES TOTAL, PRODUCT-LINE
      *TOTAL (BOXES TIMES BOX PRICE, RETURNS NEGATIVE) AND THE DATE
      *RECEIVED. EVERY FINGERPRINT IS COMPARED WITH THE BATCHES ALREADY
      *ON THE BATCH REGISTRY "PR4 BATCH REGISTRY.TXT" FOR THE RUN PERIOD
      *AND THE PRIOR PERIOD, AND WITH THE BATCHES AHEAD OF IT IN THIS
      *RUN. A BATCH THAT MATCHES ONE ALREADY PROCESSED IS REFUSED: IT IS
      *LOGGED ON THE REGISTRY AS A DUPLICATE, NOTHING ELSE IS
      *REGISTERED, AND THE PROGRAM ENDS WITH RETURN CODE 16 SO PR4DRIVE
      *STOPS THE STREAM BEFORE PR4VALID, PR4CREDIT AND PROJECT4 CAN
      *MERGE, BILL, POST OR RELIEVE THE SALES A SECOND TIME.
      *A LEGITIMATE RESEND IS LET THROUGH BY AN OPERATOR OVERRIDE CARD
      *ON "PR4 BATCH OVERRIDE.TXT" (WAREHOUSE STATE AND CITY, RECORD
      *COUNT OR ZEROS FOR ANY COUNT, OPERATOR INITIALS AND REASON). A
      *CARD RELEASES ONE DUPLICATE BATCH AND THE BATCH IS REGISTERED
      *WITH THE OPERATOR'S INITIALS. THIS PROGRAM NEVER CLEARS THE
      *CARDS: PR4DRIVE CLEARS THEM WHEN IT WRITES THE "STREAM COMPLETE"
      *ROW (SEE BELOW), SO THEY CANNOT BE REUSED NEXT CYCLE, WHILE A
      *STREAM THAT STOPS BEFORE POSTING KEEPS ITS CARDS FOR THE RERUN.
      *THE ROWS THIS PROGRAM REGISTERS FOLLOW A "STREAM STARTED" ROW
      *(STATUS S), AND PR4DRIVE APPENDS A "STREAM COMPLETE" ROW (STATUS
      *C) ONCE THE STREAM HAS REACHED THE POSTING STEPS (PR4STOCK OR
      *PR4BILL RAN). THE BATCHES OF A STREAM THAT STOPPED BEFORE ANY
      *POSTING NEVER GET A "STREAM COMPLETE" ROW AND ARE NOT TREATED AS
      *PROCESSED, SO THE CORRECTED RERUN IS NOT REFUSED AS A DUPLICATE
      *OF ITS OWN EARLIER REGISTRATION.
      *EVERY WAREHOUSE CARRYING STOCK ON "PR4 ONHAND.DAT" THAT HAS NO
      *BATCH FOR THE RUN PERIOD, ON THE REGISTRY OR IN THIS RUN, IS
      *FLAGGED WITH A WARNING. THE RESULTS ARE PRINTED ON "PR4 BATCH
      *REGISTER.TXT". A REPORT-ONLY RERUN (RUN MODE R) PRINTS THE
      *REGISTER BUT NEITHER REFUSES NOR REGISTERS ANYTHING, AND A CLOSED
      *PERIOD ENDS THE PROGRAM WITH RETURN CODE 20 LIKE THE POSTING
      *STEPS.
      ******************************************************************


      ************************ENVIRONMENT DIVISION**********************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL MANIFEST-FILE
               ASSIGN TO "PR4 MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT OPTIONAL INTAKE-FILE
               ASSIGN TO DYNAMIC WS-INTAKE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.

           SELECT OPTIONAL REGISTRY-FILE
               ASSIGN TO "PR4 BATCH REGISTRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT OPTIONAL OVERRIDE-FILE
               ASSIGN TO "PR4 BATCH OVERRIDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT OPTIONAL PERIOD-STATUS-FILE
               ASSIGN TO "PR4 PERIOD STATUS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS-STATUS.

           SELECT BATCH-REPORT-FILE
               ASSIGN TO "PR4 BATCH REGISTER.TXT".

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       FILE SECTION.

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD               PIC X(40).

       FD INTAKE-FILE
       RECORD CONTAINS 126 CHARACTERS.
       01 INTAKE-RECORD.
           05  IN-WAREHOUSE-STATE     PIC X(2).
           05  FILLER                 PIC X(1).
           05  IN-WAREHOUSE-CITY      PIC X(2).
           05  FILLER                 PIC X(1).
           05  IN-CUSTOMER-ID         PIC X(2).
           05  IN-CUSTOMER-NAME       PIC X(20).
           05  IN-CUSTOMER-RATING     PIC X(1).
           05  FILLER                 PIC X(1).
           05  IN-PRODUCT-DATA OCCURS 6 TIMES.
               10 IN-PRODUCT-ID       PIC X(5).
               10 IN-PRODUCT-CODE     PIC X(1).
               10 IN-NUMBER-BOXES     PIC 9(3).
               10 IN-BOX-PRICE        PIC 999V99.
               10 IN-MOUNTH-BOUGHT    PIC 99.

       FD REGISTRY-FILE
       RECORD CONTAINS 91 CHARACTERS.
       01 REGISTRY-RECORD.
           05  BR-PERIOD              PIC X(6).
           05  BR-STATE               PIC X(2).
           05  BR-CITY                PIC X(2).
           05  BR-RECORD-COUNT        PIC 9(7).
           05  BR-BOXES-TOTAL         PIC 9(9).
           05  BR-LINE-TOTAL          PIC S9(11)V99.
           05  BR-DATE-RECEIVED       PIC 9(8).
           05  BR-STATUS              PIC X(1).
           05  BR-OPERATOR            PIC X(3).
           05  BR-FILE-NAME           PIC X(40).

       FD OVERRIDE-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 OVERRIDE-RECORD.
           05  OV-STATE               PIC X(2).
           05  OV-CITY                PIC X(2).
           05  OV-RECORD-COUNT        PIC 9(7).
           05  OV-OPERATOR            PIC X(3).
           05  OV-REASON              PIC X(26).

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

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  FILLER                 PIC X(6).
           05  RC-RUN-MODE            PIC X(1).
           05  FILLER                 PIC X(27).

       FD PERIOD-STATUS-FILE
       RECORD CONTAINS 15 CHARACTERS.
       01 PERIOD-STATUS-RECORD.
           05  PS-PERIOD              PIC X(6).
           05  PS-STATUS              PIC X(1).
           05  PS-STATUS-DATE         PIC 9(8).

       FD BATCH-REPORT-FILE.
       01 BATCH-REPORT-RECORD                          PIC X(100).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
           05  MANIFEST-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-MANIFEST-LINES               VALUE 'Y'.
           05  INTAKE-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-INTAKE                       VALUE 'Y'.
           05  REGISTRY-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-REGISTRY                     VALUE 'Y'.
           05  OVERRIDE-EOF-FLAG           PIC X       VALUE 'N'.
               88 NO-MORE-OVERRIDES                    VALUE 'Y'.
           05  ONHAND-EOF-FLAG             PIC X       VALUE 'N'.
               88 NO-MORE-ONHAND                       VALUE 'Y'.
           05  PERIOD-STATUS-EOF-FLAG      PIC X       VALUE 'N'.
               88 NO-MORE-PERIOD-STATUS                VALUE 'Y'.
           05  WS-PERIOD-CLOSED-FLAG       PIC X       VALUE 'N'.
               88 PERIOD-CLOSED                        VALUE 'Y'.
           05  WS-MATCH-FLAG               PIC X       VALUE 'N'.
               88 MATCH-FOUND                          VALUE 'Y'.
           05  WS-SENT-FLAG                PIC X       VALUE 'N'.
               88 WAREHOUSE-SENT                       VALUE 'Y'.
           05  WS-STREAM-OPEN-FLAG         PIC X       VALUE 'N'.
               88 STREAM-NOT-COMPLETED                 VALUE 'Y'.

       01  WS-MANIFEST-STATUS             PIC XX      VALUE SPACES.
       01  WS-INTAKE-STATUS               PIC XX      VALUE SPACES.
       01  WS-REGISTRY-STATUS             PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-STATUS             PIC XX      VALUE SPACES.
       01  WS-ONHAND-STATUS               PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS               PIC XX      VALUE SPACES.
       01  WS-PERIOD-STATUS-STATUS        PIC XX      VALUE SPACES.

       01  WS-RUN-MODE                    PIC X(1)    VALUE 'N'.
           88 REPORT-ONLY-RERUN                       VALUE 'R'.
       01  WS-INTAKE-FILE-NAME            PIC X(40)   VALUE SPACES.

       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  WS-PRIOR-PERIOD.
           05  PP-YEAR                  PIC 9(4).
           05  PP-MONTH                 PIC 9(2).

       01  WS-FILE-COUNT                  PIC 9       VALUE ZERO.
       01  WS-FILE-SUB                    PIC 9       VALUE ZERO.
       01  FILE-NAME-TABLE.
           05  FILE-NAME-ITEM OCCURS 5 TIMES.
               10  FN-NAME        PIC X(40).
               10  FN-RESULT      PIC X(9).

       01  WS-BATCH-COUNT                 PIC 9(3)    VALUE ZERO.
       01  BATCH-TABLE.
           05  BATCH-ITEM OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-BATCH-COUNT
                   INDEXED BY BT-INDEX BT-PRIOR-INDEX.
               10  BT-FILE-NAME   PIC X(40).
               10  BT-STATE       PIC X(2).
               10  BT-CITY        PIC X(2).
               10  BT-RECORDS     PIC 9(7).
               10  BT-BOXES       PIC 9(9).
               10  BT-LINE-TOTAL  PIC S9(11)V99.
               10  BT-RESULT      PIC X(1).
                   88 BATCH-ACCEPTED            VALUE 'A'.
                   88 BATCH-OVERRIDDEN          VALUE 'O'.
                   88 BATCH-DUPLICATE           VALUE 'D'.
               10  BT-OPERATOR    PIC X(3).
               10  BT-MATCH-PERIOD PIC X(6).
               10  BT-MATCH-DATE  PIC 9(8).

       01  WS-REGISTRY-COUNT              PIC 9(4)    VALUE ZERO.
       01  WS-STREAM-START-COUNT          PIC 9(4)    VALUE ZERO.
       01  REGISTRY-TABLE.
           05  REGISTRY-ITEM OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-REGISTRY-COUNT
                   INDEXED BY RG-INDEX.
               10  RG-PERIOD      PIC X(6).
               10  RG-STATE       PIC X(2).
               10  RG-CITY        PIC X(2).
               10  RG-RECORDS     PIC 9(7).
               10  RG-BOXES       PIC 9(9).
               10  RG-LINE-TOTAL  PIC S9(11)V99.
               10  RG-DATE        PIC 9(8).

       01  WS-OVERRIDE-COUNT              PIC 9(2)    VALUE ZERO.
       01  OVERRIDE-TABLE.
           05  OVERRIDE-ITEM OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-OVERRIDE-COUNT
                   INDEXED BY OV-INDEX.
               10  OT-STATE       PIC X(2).
               10  OT-CITY        PIC X(2).
               10  OT-RECORDS     PIC 9(7).
               10  OT-OPERATOR    PIC X(3).
               10  OT-USED        PIC X(1).

       01  WS-WAREHOUSE-COUNT             PIC 9(3)    VALUE ZERO.
       01  WAREHOUSE-TABLE.
           05  WAREHOUSE-ITEM OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-WAREHOUSE-COUNT
                   INDEXED BY WH-INDEX.
               10  WH-STATE       PIC X(2).
               10  WH-CITY        PIC X(2).
               10  WH-SENT        PIC X(1).

       01  WS-WORK-FIELDS.
           05  WS-LINE-SUB        PIC 9                 VALUE ZERO.
           05  WS-LINE-AMOUNT     PIC S9(9)V99          VALUE ZERO.
           05  WS-ACCEPTED-COUNT  PIC 9(3)              VALUE ZERO.
           05  WS-OVERRIDE-USED   PIC 9(3)              VALUE ZERO.
           05  WS-DUPLICATE-COUNT PIC 9(3)              VALUE ZERO.
           05  WS-SILENT-COUNT    PIC 9(3)              VALUE ZERO.

      **************************REPORT SECTION**************************
       01  BATCH-TITLE-HEADING.
           05                 PIC X(15) VALUE SPACES.
           05                 PIC X(35) VALUE
               "DR. CHEEBS INTAKE BATCH REGISTER".

       01  BATCH-PERIOD-LINE.
           05                 PIC X(12) VALUE "RUN PERIOD: ".
           05  BP-PERIOD-OUT  PIC X(6).
           05                 PIC X(15) VALUE "   RECEIVED:  ".
           05  BP-DATE-OUT    PIC 9(8).

       01  BATCH-HEADING-1.
           05                 PIC X(21) VALUE "INTAKE FILE".
           05                 PIC X(7)  VALUE "WHSE".
           05                 PIC X(9)  VALUE "RECORDS".
           05                 PIC X(13) VALUE "      BOXES".
           05                 PIC X(20) VALUE "     PRODUCT TOTAL".
           05                 PIC X(10) VALUE "RESULT".
           05                 PIC X(16) VALUE "NOTE".

       01  BATCH-DETAIL-LINE.
           05  BD-FILE-NAME       PIC X(20).
           05                     PIC X(1) VALUE SPACES.
           05  BD-STATE           PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  BD-CITY            PIC X(2).
           05                     PIC X(2) VALUE SPACES.
           05  BD-RECORDS         PIC ZZZ,ZZ9.
           05                     PIC X(2) VALUE SPACES.
           05  BD-BOXES           PIC ZZZ,ZZZ,ZZ9.
           05                     PIC X(2) VALUE SPACES.
           05  BD-LINE-TOTAL      PIC $$,$$$,$$$,$$9.99-.
           05                     PIC X(2) VALUE SPACES.
           05  BD-RESULT          PIC X(9).
           05                     PIC X(1) VALUE SPACES.
           05  BD-NOTE            PIC X(20).

       01  BATCH-MATCH-NOTE.
           05                     PIC X(5) VALUE "SEEN ".
           05  BM-PERIOD          PIC X(6).
           05                     PIC X(1) VALUE SPACES.
           05  BM-DATE            PIC 9(8).

       01  BATCH-OVERRIDE-NOTE.
           05                     PIC X(12) VALUE "OVERRIDE BY ".
           05  BO-OPERATOR        PIC X(3).

       01  BATCH-FILE-LINE.
           05  BF-FILE-NAME       PIC X(20).
           05                     PIC X(1) VALUE SPACES.
           05  BF-RESULT          PIC X(40).

       01  SILENT-HEADING.
           05                 PIC X(40) VALUE
               "WAREHOUSES WITH NO FILE THIS PERIOD:".

       01  SILENT-DETAIL-LINE.
           05                     PIC X(2) VALUE SPACES.
           05  SD-STATE           PIC X(2).
           05                     PIC X(1) VALUE "/".
           05  SD-CITY            PIC X(2).

       01  BATCH-SUMMARY-LINE.
           05                 PIC X(18) VALUE "BATCHES ACCEPTED: ".
           05  BS-ACCEPTED    PIC ZZ9.
           05                 PIC X(15) VALUE "   OVERRIDDEN: ".
           05  BS-OVERRIDDEN  PIC ZZ9.
           05                 PIC X(13) VALUE "   REFUSED: ".
           05  BS-REFUSED     PIC ZZ9.

       01  BATCH-RERUN-LINE.
           05                 PIC X(32) VALUE
               "REPORT-ONLY RERUN - REGISTRY NOT".
           05                 PIC X(25) VALUE
               " UPDATED, NOTHING REFUSED".

      *************************PROCEDURE DIVISION***********************
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 115-CHECK-PERIOD-STATUS
           PERFORM 120-LOAD-MANIFEST
           PERFORM 125-LOAD-REGISTRY
           PERFORM 130-LOAD-OVERRIDE-CARDS
           PERFORM 135-LOAD-WAREHOUSES
           PERFORM 140-FINGERPRINT-ONE-FILE
               VARYING WS-FILE-SUB FROM 1 BY 1
               UNTIL WS-FILE-SUB > WS-FILE-COUNT
           IF WS-BATCH-COUNT > ZERO
               PERFORM 150-CHECK-ONE-BATCH
                   VARYING BT-INDEX FROM 1 BY 1
                   UNTIL BT-INDEX > WS-BATCH-COUNT
           END-IF
           PERFORM 160-FLAG-SILENT-WAREHOUSES
           PERFORM 170-PRINT-BATCH-REPORT
           IF REPORT-ONLY-RERUN
               DISPLAY "PR4BATCH - REPORT-ONLY RERUN, BATCH REGISTRY "
                   "NOT UPDATED"
               STOP RUN
           END-IF
           PERFORM 180-UPDATE-REGISTRY
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY "PR4BATCH ABORT - " WS-DUPLICATE-COUNT
                   " INTAKE BATCH(ES) ALREADY PROCESSED, SEE "
                   "PR4 BATCH REGISTER.TXT"
               DISPLAY "PR4BATCH - REMOVE THE FILE FROM THE MANIFEST "
                   "OR ADD AN OVERRIDE CARD FOR A LEGITIMATE RESEND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
                       IF RC-RUN-MODE = "R"
                           MOVE "R" TO WS-RUN-MODE
                       END-IF
               END-READ
               CLOSE RUNCTL-FILE
           ELSE
               CLOSE RUNCTL-FILE
           END-IF
           IF CP-MONTH = 1
               COMPUTE PP-YEAR = CP-YEAR - 1
               MOVE 12 TO PP-MONTH
           ELSE
               MOVE CP-YEAR TO PP-YEAR
               COMPUTE PP-MONTH = CP-MONTH - 1
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
           IF PERIOD-CLOSED AND NOT REPORT-ONLY-RERUN
               DISPLAY "PR4BATCH ABORT - PERIOD " WS-CURRENT-PERIOD
                   " IS CLOSED, NO INTAKE BATCHES REGISTERED"
               MOVE 20 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-LOAD-MANIFEST.
           MOVE ZERO TO WS-FILE-COUNT
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               MOVE 'N' TO MANIFEST-EOF-FLAG
               PERFORM UNTIL NO-MORE-MANIFEST-LINES
                   READ MANIFEST-FILE
                       AT END
                           MOVE 'Y' TO MANIFEST-EOF-FLAG
                       NOT AT END
                           IF MANIFEST-RECORD NOT = SPACES
                                   AND WS-FILE-COUNT < 5
                               ADD 1 TO WS-FILE-COUNT
                               MOVE MANIFEST-RECORD
                                   TO FN-NAME(WS-FILE-COUNT)
                               MOVE SPACES TO FN-RESULT(WS-FILE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           ELSE
               CLOSE MANIFEST-FILE
               MOVE "PR4FA17A.txt" TO FN-NAME(1)
               MOVE "PR4FA17B.txt" TO FN-NAME(2)
               MOVE SPACES TO FN-RESULT(1)
               MOVE SPACES TO FN-RESULT(2)
               MOVE 2 TO WS-FILE-COUNT
           END-IF
           .

       125-LOAD-REGISTRY.
           MOVE ZERO TO WS-REGISTRY-COUNT
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS = "00"
               MOVE 'N' TO REGISTRY-EOF-FLAG
               PERFORM UNTIL NO-MORE-REGISTRY
                   READ REGISTRY-FILE
                       AT END
                           MOVE 'Y' TO REGISTRY-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN BR-STATUS = "S"
                                   PERFORM 126-START-STREAM-ROWS
                               WHEN BR-STATUS = "C"
                                   MOVE 'N' TO WS-STREAM-OPEN-FLAG
                               WHEN (BR-PERIOD = WS-CURRENT-PERIOD
                                   OR BR-PERIOD = WS-PRIOR-PERIOD)
                                   AND (BR-STATUS = "A"
                                   OR BR-STATUS = "O")
                                   PERFORM 127-ADD-REGISTRY-ROW
                           END-EVALUATE
                   END-READ
               END-PERFORM
               IF STREAM-NOT-COMPLETED
                   MOVE WS-STREAM-START-COUNT TO WS-REGISTRY-COUNT
               END-IF
               CLOSE REGISTRY-FILE
           ELSE
               CLOSE REGISTRY-FILE
           END-IF
           .

       126-START-STREAM-ROWS.
           IF STREAM-NOT-COMPLETED
               MOVE WS-STREAM-START-COUNT TO WS-REGISTRY-COUNT
           END-IF
           MOVE WS-REGISTRY-COUNT TO WS-STREAM-START-COUNT
           MOVE 'Y' TO WS-STREAM-OPEN-FLAG
           .

       127-ADD-REGISTRY-ROW.
           IF WS-REGISTRY-COUNT >= 2000
               DISPLAY "PR4BATCH ABORT - MORE THAN 2000 REGISTERED "
                   "BATCHES IN TWO PERIODS, TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REGISTRY-COUNT
           SET RG-INDEX TO WS-REGISTRY-COUNT
           MOVE BR-PERIOD TO RG-PERIOD(RG-INDEX)
           MOVE BR-STATE TO RG-STATE(RG-INDEX)
           MOVE BR-CITY TO RG-CITY(RG-INDEX)
           MOVE BR-RECORD-COUNT TO RG-RECORDS(RG-INDEX)
           MOVE BR-BOXES-TOTAL TO RG-BOXES(RG-INDEX)
           MOVE BR-LINE-TOTAL TO RG-LINE-TOTAL(RG-INDEX)
           MOVE BR-DATE-RECEIVED TO RG-DATE(RG-INDEX)
           .

       130-LOAD-OVERRIDE-CARDS.
           MOVE ZERO TO WS-OVERRIDE-COUNT
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               MOVE 'N' TO OVERRIDE-EOF-FLAG
               PERFORM UNTIL NO-MORE-OVERRIDES
                   READ OVERRIDE-FILE
                       AT END
                           MOVE 'Y' TO OVERRIDE-EOF-FLAG
                       NOT AT END
                           IF OV-STATE NOT = SPACES
                               PERFORM 132-ADD-OVERRIDE-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           ELSE
               CLOSE OVERRIDE-FILE
           END-IF
           .

       132-ADD-OVERRIDE-CARD.
           IF OV-OPERATOR = SPACES
               DISPLAY "WARNING: OVERRIDE CARD FOR " OV-STATE "/"
                   OV-CITY " IGNORED, NO OPERATOR INITIALS"
           ELSE
               IF WS-OVERRIDE-COUNT < 20
                   ADD 1 TO WS-OVERRIDE-COUNT
                   SET OV-INDEX TO WS-OVERRIDE-COUNT
                   MOVE OV-STATE TO OT-STATE(OV-INDEX)
                   MOVE OV-CITY TO OT-CITY(OV-INDEX)
                   IF OV-RECORD-COUNT IS NUMERIC
                       MOVE OV-RECORD-COUNT TO OT-RECORDS(OV-INDEX)
                   ELSE
                       MOVE ZERO TO OT-RECORDS(OV-INDEX)
                   END-IF
                   MOVE OV-OPERATOR TO OT-OPERATOR(OV-INDEX)
                   MOVE 'N' TO OT-USED(OV-INDEX)
               ELSE
                   DISPLAY "WARNING: OVERRIDE CARD FOR " OV-STATE "/"
                       OV-CITY " IGNORED, LIMIT OF 20 CARDS EXCEEDED"
               END-IF
           END-IF
           .

       135-LOAD-WAREHOUSES.
           MOVE ZERO TO WS-WAREHOUSE-COUNT
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS = "00"
               MOVE 'N' TO ONHAND-EOF-FLAG
               PERFORM UNTIL NO-MORE-ONHAND
                   READ ONHAND-FILE
                       AT END
                           MOVE 'Y' TO ONHAND-EOF-FLAG
                       NOT AT END
                           PERFORM 137-ADD-WAREHOUSE
                   END-READ
               END-PERFORM
               CLOSE ONHAND-FILE
           ELSE
               CLOSE ONHAND-FILE
           END-IF
           .

       137-ADD-WAREHOUSE.
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-WAREHOUSE-COUNT > ZERO
               SET WH-INDEX TO 1
               SEARCH WAREHOUSE-ITEM
                   AT END
                       CONTINUE
                   WHEN WH-STATE(WH-INDEX) = OH-STATE
                           AND WH-CITY(WH-INDEX) = OH-CITY
                       MOVE 'Y' TO WS-MATCH-FLAG
               END-SEARCH
           END-IF
           IF NOT MATCH-FOUND AND WS-WAREHOUSE-COUNT < 200
               ADD 1 TO WS-WAREHOUSE-COUNT
               SET WH-INDEX TO WS-WAREHOUSE-COUNT
               MOVE OH-STATE TO WH-STATE(WH-INDEX)
               MOVE OH-CITY TO WH-CITY(WH-INDEX)
               MOVE 'N' TO WH-SENT(WH-INDEX)
           END-IF
           .

       140-FINGERPRINT-ONE-FILE.
           MOVE FN-NAME(WS-FILE-SUB) TO WS-INTAKE-FILE-NAME
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS = "00"
               MOVE 'N' TO INTAKE-EOF-FLAG
               MOVE "EMPTY" TO FN-RESULT(WS-FILE-SUB)
               PERFORM UNTIL NO-MORE-INTAKE
                   READ INTAKE-FILE
                       AT END
                           MOVE 'Y' TO INTAKE-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO FN-RESULT(WS-FILE-SUB)
                           PERFORM 145-ADD-RECORD-TO-BATCH
                   END-READ
               END-PERFORM
               CLOSE INTAKE-FILE
           ELSE
               CLOSE INTAKE-FILE
               MOVE "NOT FOUND" TO FN-RESULT(WS-FILE-SUB)
           END-IF
           .

       145-ADD-RECORD-TO-BATCH.
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-BATCH-COUNT > ZERO
               SET BT-INDEX TO 1
               SEARCH BATCH-ITEM
                   AT END
                       CONTINUE
                   WHEN BT-FILE-NAME(BT-INDEX) = WS-INTAKE-FILE-NAME
                           AND BT-STATE(BT-INDEX) = IN-WAREHOUSE-STATE
                           AND BT-CITY(BT-INDEX) = IN-WAREHOUSE-CITY
                       MOVE 'Y' TO WS-MATCH-FLAG
               END-SEARCH
           END-IF
           IF NOT MATCH-FOUND
               IF WS-BATCH-COUNT >= 100
                   DISPLAY "PR4BATCH ABORT - MORE THAN 100 WAREHOUSE "
                       "BATCHES ON THE MANIFEST, TABLE FULL"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BATCH-COUNT
               SET BT-INDEX TO WS-BATCH-COUNT
               MOVE WS-INTAKE-FILE-NAME TO BT-FILE-NAME(BT-INDEX)
               MOVE IN-WAREHOUSE-STATE TO BT-STATE(BT-INDEX)
               MOVE IN-WAREHOUSE-CITY TO BT-CITY(BT-INDEX)
               MOVE ZERO TO BT-RECORDS(BT-INDEX)
               MOVE ZERO TO BT-BOXES(BT-INDEX)
               MOVE ZERO TO BT-LINE-TOTAL(BT-INDEX)
               MOVE 'A' TO BT-RESULT(BT-INDEX)
               MOVE SPACES TO BT-OPERATOR(BT-INDEX)
               MOVE SPACES TO BT-MATCH-PERIOD(BT-INDEX)
               MOVE ZERO TO BT-MATCH-DATE(BT-INDEX)
           END-IF
           ADD 1 TO BT-RECORDS(BT-INDEX)
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1 UNTIL WS-LINE-SUB > 6
               IF IN-PRODUCT-ID(WS-LINE-SUB) NOT = SPACES
                       AND IN-NUMBER-BOXES(WS-LINE-SUB) IS NUMERIC
                       AND IN-BOX-PRICE(WS-LINE-SUB) IS NUMERIC
                   ADD IN-NUMBER-BOXES(WS-LINE-SUB)
                       TO BT-BOXES(BT-INDEX)
                   MULTIPLY IN-NUMBER-BOXES(WS-LINE-SUB)
                       BY IN-BOX-PRICE(WS-LINE-SUB)
                       GIVING WS-LINE-AMOUNT
                   IF IN-PRODUCT-CODE(WS-LINE-SUB) = "R"
                       SUBTRACT WS-LINE-AMOUNT
                           FROM BT-LINE-TOTAL(BT-INDEX)
                   ELSE
                       ADD WS-LINE-AMOUNT TO BT-LINE-TOTAL(BT-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           .

       150-CHECK-ONE-BATCH.
           MOVE 'N' TO WS-MATCH-FLAG
           IF WS-REGISTRY-COUNT > ZERO
               SET RG-INDEX TO 1
               SEARCH REGISTRY-ITEM
                   AT END
                       CONTINUE
                   WHEN RG-STATE(RG-INDEX) = BT-STATE(BT-INDEX)
                           AND RG-CITY(RG-INDEX) = BT-CITY(BT-INDEX)
                           AND RG-RECORDS(RG-INDEX)
                               = BT-RECORDS(BT-INDEX)
                           AND RG-BOXES(RG-INDEX) = BT-BOXES(BT-INDEX)
                           AND RG-LINE-TOTAL(RG-INDEX)
                               = BT-LINE-TOTAL(BT-INDEX)
                       MOVE 'Y' TO WS-MATCH-FLAG
                       MOVE RG-PERIOD(RG-INDEX)
                           TO BT-MATCH-PERIOD(BT-INDEX)
                       MOVE RG-DATE(RG-INDEX) TO BT-MATCH-DATE(BT-INDEX)
               END-SEARCH
           END-IF
           IF NOT MATCH-FOUND
               PERFORM 152-CHECK-EARLIER-BATCHES
                   VARYING BT-PRIOR-INDEX FROM 1 BY 1
                   UNTIL BT-PRIOR-INDEX >= BT-INDEX OR MATCH-FOUND
           END-IF
           IF MATCH-FOUND
               PERFORM 155-FIND-OVERRIDE-CARD
           END-IF
           EVALUATE TRUE
               WHEN BATCH-ACCEPTED(BT-INDEX)
                   ADD 1 TO WS-ACCEPTED-COUNT
               WHEN BATCH-OVERRIDDEN(BT-INDEX)
                   ADD 1 TO WS-OVERRIDE-USED
               WHEN OTHER
                   ADD 1 TO WS-DUPLICATE-COUNT
           END-EVALUATE
           .

       152-CHECK-EARLIER-BATCHES.
           IF NOT BATCH-DUPLICATE(BT-PRIOR-INDEX)
                   AND BT-STATE(BT-PRIOR-INDEX) = BT-STATE(BT-INDEX)
                   AND BT-CITY(BT-PRIOR-INDEX) = BT-CITY(BT-INDEX)
                   AND BT-RECORDS(BT-PRIOR-INDEX) = BT-RECORDS(BT-INDEX)
                   AND BT-BOXES(BT-PRIOR-INDEX) = BT-BOXES(BT-INDEX)
                   AND BT-LINE-TOTAL(BT-PRIOR-INDEX)
                       = BT-LINE-TOTAL(BT-INDEX)
               MOVE 'Y' TO WS-MATCH-FLAG
               MOVE WS-CURRENT-PERIOD TO BT-MATCH-PERIOD(BT-INDEX)
               MOVE WS-SYSTEM-DATE TO BT-MATCH-DATE(BT-INDEX)
           END-IF
           .

       155-FIND-OVERRIDE-CARD.
           MOVE 'D' TO BT-RESULT(BT-INDEX)
           IF WS-OVERRIDE-COUNT > ZERO
               SET OV-INDEX TO 1
               SEARCH OVERRIDE-ITEM
                   AT END
                       CONTINUE
                   WHEN OT-USED(OV-INDEX) = 'N'
                           AND OT-STATE(OV-INDEX) = BT-STATE(BT-INDEX)
                           AND OT-CITY(OV-INDEX) = BT-CITY(BT-INDEX)
                           AND (OT-RECORDS(OV-INDEX) = ZERO
                           OR OT-RECORDS(OV-INDEX)
                               = BT-RECORDS(BT-INDEX))
                       MOVE 'Y' TO OT-USED(OV-INDEX)
                       MOVE 'O' TO BT-RESULT(BT-INDEX)
                       MOVE OT-OPERATOR(OV-INDEX)
                           TO BT-OPERATOR(BT-INDEX)
               END-SEARCH
           END-IF
           .

       160-FLAG-SILENT-WAREHOUSES.
           MOVE ZERO TO WS-SILENT-COUNT
           IF WS-WAREHOUSE-COUNT > ZERO
               PERFORM 165-CHECK-ONE-WAREHOUSE
                   VARYING WH-INDEX FROM 1 BY 1
                   UNTIL WH-INDEX > WS-WAREHOUSE-COUNT
           END-IF
           .

       165-CHECK-ONE-WAREHOUSE.
           MOVE 'N' TO WS-SENT-FLAG
           IF WS-REGISTRY-COUNT > ZERO
               SET RG-INDEX TO 1
               SEARCH REGISTRY-ITEM
                   AT END
                       CONTINUE
                   WHEN RG-PERIOD(RG-INDEX) = WS-CURRENT-PERIOD
                           AND RG-STATE(RG-INDEX) = WH-STATE(WH-INDEX)
                           AND RG-CITY(RG-INDEX) = WH-CITY(WH-INDEX)
                       MOVE 'Y' TO WS-SENT-FLAG
               END-SEARCH
           END-IF
           IF NOT WAREHOUSE-SENT AND WS-BATCH-COUNT > ZERO
               SET BT-INDEX TO 1
               SEARCH BATCH-ITEM
                   AT END
                       CONTINUE
                   WHEN BT-STATE(BT-INDEX) = WH-STATE(WH-INDEX)
                           AND BT-CITY(BT-INDEX) = WH-CITY(WH-INDEX)
                           AND NOT BATCH-DUPLICATE(BT-INDEX)
                       MOVE 'Y' TO WS-SENT-FLAG
               END-SEARCH
           END-IF
           MOVE WS-SENT-FLAG TO WH-SENT(WH-INDEX)
           IF NOT WAREHOUSE-SENT
               ADD 1 TO WS-SILENT-COUNT
               DISPLAY "WARNING: WAREHOUSE " WH-STATE(WH-INDEX) "/"
                   WH-CITY(WH-INDEX) " SENT NO INTAKE FILE FOR PERIOD "
                   WS-CURRENT-PERIOD
           END-IF
           .

       170-PRINT-BATCH-REPORT.
           OPEN OUTPUT BATCH-REPORT-FILE
           WRITE BATCH-REPORT-RECORD FROM BATCH-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO BP-PERIOD-OUT
           MOVE WS-SYSTEM-DATE TO BP-DATE-OUT
           WRITE BATCH-REPORT-RECORD FROM BATCH-PERIOD-LINE
               AFTER ADVANCING 2
           WRITE BATCH-REPORT-RECORD FROM BATCH-HEADING-1
               AFTER ADVANCING 2
           IF WS-BATCH-COUNT > ZERO
               PERFORM 172-PRINT-BATCH-LINE
                   VARYING BT-INDEX FROM 1 BY 1
                   UNTIL BT-INDEX > WS-BATCH-COUNT
           END-IF
           PERFORM VARYING WS-FILE-SUB FROM 1 BY 1
                   UNTIL WS-FILE-SUB > WS-FILE-COUNT
               IF FN-RESULT(WS-FILE-SUB) NOT = SPACES
                   MOVE FN-NAME(WS-FILE-SUB) TO BF-FILE-NAME
                   MOVE FN-RESULT(WS-FILE-SUB) TO BF-RESULT
                   WRITE BATCH-REPORT-RECORD FROM BATCH-FILE-LINE
                       AFTER ADVANCING 1
               END-IF
           END-PERFORM
           WRITE BATCH-REPORT-RECORD FROM SILENT-HEADING
               AFTER ADVANCING 3
           IF WS-WAREHOUSE-COUNT > ZERO
               PERFORM VARYING WH-INDEX FROM 1 BY 1
                       UNTIL WH-INDEX > WS-WAREHOUSE-COUNT
                   IF WH-SENT(WH-INDEX) = 'N'
                       MOVE WH-STATE(WH-INDEX) TO SD-STATE
                       MOVE WH-CITY(WH-INDEX) TO SD-CITY
                       WRITE BATCH-REPORT-RECORD
                           FROM SILENT-DETAIL-LINE
                           AFTER ADVANCING 1
                   END-IF
               END-PERFORM
           END-IF
           IF WS-SILENT-COUNT = ZERO
               MOVE "  NONE" TO BATCH-REPORT-RECORD
               WRITE BATCH-REPORT-RECORD
                   AFTER ADVANCING 1
           END-IF
           MOVE WS-ACCEPTED-COUNT TO BS-ACCEPTED
           MOVE WS-OVERRIDE-USED TO BS-OVERRIDDEN
           MOVE WS-DUPLICATE-COUNT TO BS-REFUSED
           WRITE BATCH-REPORT-RECORD FROM BATCH-SUMMARY-LINE
               AFTER ADVANCING 3
           IF REPORT-ONLY-RERUN
               WRITE BATCH-REPORT-RECORD FROM BATCH-RERUN-LINE
                   AFTER ADVANCING 1
           END-IF
           CLOSE BATCH-REPORT-FILE
           .

       172-PRINT-BATCH-LINE.
           MOVE BT-FILE-NAME(BT-INDEX) TO BD-FILE-NAME
           MOVE BT-STATE(BT-INDEX) TO BD-STATE
           MOVE BT-CITY(BT-INDEX) TO BD-CITY
           MOVE BT-RECORDS(BT-INDEX) TO BD-RECORDS
           MOVE BT-BOXES(BT-INDEX) TO BD-BOXES
           MOVE BT-LINE-TOTAL(BT-INDEX) TO BD-LINE-TOTAL
           MOVE SPACES TO BD-NOTE
           EVALUATE TRUE
               WHEN BATCH-ACCEPTED(BT-INDEX)
                   MOVE "ACCEPTED" TO BD-RESULT
               WHEN BATCH-OVERRIDDEN(BT-INDEX)
                   MOVE "OVERRIDE" TO BD-RESULT
                   MOVE BT-OPERATOR(BT-INDEX) TO BO-OPERATOR
                   MOVE BATCH-OVERRIDE-NOTE TO BD-NOTE
               WHEN OTHER
                   MOVE "DUPLICATE" TO BD-RESULT
                   MOVE BT-MATCH-PERIOD(BT-INDEX) TO BM-PERIOD
                   MOVE BT-MATCH-DATE(BT-INDEX) TO BM-DATE
                   MOVE BATCH-MATCH-NOTE TO BD-NOTE
                   DISPLAY "PR4BATCH - " BT-FILE-NAME(BT-INDEX)
                       " WAREHOUSE " BT-STATE(BT-INDEX) "/"
                       BT-CITY(BT-INDEX) " MATCHES THE BATCH "
                       "RECEIVED " BT-MATCH-DATE(BT-INDEX)
                       " FOR PERIOD " BT-MATCH-PERIOD(BT-INDEX)
           END-EVALUATE
           WRITE BATCH-REPORT-RECORD FROM BATCH-DETAIL-LINE
               AFTER ADVANCING 1
           .

       180-UPDATE-REGISTRY.
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           MOVE SPACES TO REGISTRY-RECORD
           MOVE WS-CURRENT-PERIOD TO BR-PERIOD
           MOVE ZERO TO BR-RECORD-COUNT
           MOVE ZERO TO BR-BOXES-TOTAL
           MOVE ZERO TO BR-LINE-TOTAL
           MOVE WS-SYSTEM-DATE TO BR-DATE-RECEIVED
           MOVE "S" TO BR-STATUS
           MOVE "STREAM STARTED" TO BR-FILE-NAME
           WRITE REGISTRY-RECORD
           IF WS-BATCH-COUNT > ZERO
               PERFORM 185-WRITE-REGISTRY-ROW
                   VARYING BT-INDEX FROM 1 BY 1
                   UNTIL BT-INDEX > WS-BATCH-COUNT
           END-IF
           CLOSE REGISTRY-FILE
           .

       185-WRITE-REGISTRY-ROW.
           IF WS-DUPLICATE-COUNT = ZERO
                   OR BATCH-DUPLICATE(BT-INDEX)
               MOVE WS-CURRENT-PERIOD TO BR-PERIOD
               MOVE BT-STATE(BT-INDEX) TO BR-STATE
               MOVE BT-CITY(BT-INDEX) TO BR-CITY
               MOVE BT-RECORDS(BT-INDEX) TO BR-RECORD-COUNT
               MOVE BT-BOXES(BT-INDEX) TO BR-BOXES-TOTAL
               MOVE BT-LINE-TOTAL(BT-INDEX) TO BR-LINE-TOTAL
               MOVE WS-SYSTEM-DATE TO BR-DATE-RECEIVED
               MOVE BT-RESULT(BT-INDEX) TO BR-STATUS
               MOVE BT-OPERATOR(BT-INDEX) TO BR-OPERATOR
               MOVE BT-FILE-NAME(BT-INDEX) TO BR-FILE-NAME
               WRITE REGISTRY-RECORD
           END-IF
           .

