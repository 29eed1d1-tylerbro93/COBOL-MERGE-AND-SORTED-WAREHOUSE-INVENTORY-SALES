       PROGRAM-ID. PR4DRIVE.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM DRIVES THE PR4 JOB STREAM. IT EXECUTES THE CYCLE
      *STEPS IN THE ORDER OF THE JOB STEP TABLE BELOW (PR4BATCH,
      *PR4VALID AND THE CREDIT AND COMPLIANCE GATES FIRST, THEN THE
      *MERGE, AUDITS, BILLING AND MAINTENANCE STEPS), CHECKS THE
      *RETURN CODE OF EVERY STEP, AND STOPS THE
      *STREAM ON THE FIRST STEP THAT ENDS WITH RETURN CODE 16 OR WORSE
      *(PR4BATCH ENDS WITH 16 WHEN AN INTAKE FILE WAS ALREADY PROCESSED,
      *PR4STOCK IF A POSTING DRIVES A WAREHOUSE NEGATIVE - OVERSOLD
      *LINES THEMSELVES ARE BACKORDERED, NOT ABORTED - AND PROJECT4 ON A
      *RECONCILE OR HISTORY-CAPACITY ABORT). RETURN CODE 20 MEANS A
      *POSTING STEP (PR4BATCH, PROJECT4, PR4STOCK, PR4BILL OR PR4GL)
      *FOUND THE RUN PERIOD CLOSED BY PR4CLOSE ON "PR4 PERIOD
      *STATUS.TXT" AND POSTED NOTHING; THE STREAM STOPS THERE TOO AND
      *THE STEP IS LOGGED AS CLOSED RATHER THAN FAILED. SET RUN MODE R
      *ON THE RUN CONTROL CARD TO REPRINT A CLOSED PERIOD. THE LAST
      *STEP, PR4PROOF, PROVES THE INVOICES, AR LEDGER, GL INTERFACE, TAX
      *REMITTANCE AND COMMISSIONS AGAINST EACH OTHER; RETURN CODE 24
      *FROM IT MEANS THE CYCLE IS OUT OF BALANCE AND IS LOGGED AS
      *UNPROVED. STEPS BEHIND A FAILED PREREQUISITE ARE NOT RUN. EVERY
      *STEP - RAN, FAILED, CLOSED, UNPROVED OR SKIPPED - GETS ONE RECORD
      *IN "PR4 RUNLOG.TXT" WITH THE PROGRAM NAME, THE START AND END
      *TIME, THE RECORD COUNT OF ITS KEY OUTPUT FILE AND THE RETURN
      *CODE, SO THE OPERATOR CAN SEE AT A GLANCE WHAT RAN, WHAT WAS
      *SKIPPED, AND WHY. WHEN PR4BATCH REGISTERED BATCHES IN THIS
      *STREAM (IT ADDED ROWS TO THE BATCH REGISTRY "PR4 BATCH
      *REGISTRY.TXT" - A REPORT-ONLY RUN ADDS NONE), THE DRIVER APPENDS
      *A "STREAM COMPLETE" ROW (STATUS C) TO THE REGISTRY AS SOON AS
      *PR4STOCK, THE FIRST STEP THAT UPDATES A MASTER IN PLACE, OR
      *PR4BILL HAS RUN WITHOUT REFUSING A CLOSED PERIOD - EVEN IF IT
      *ENDED WITH RETURN CODE 16, SINCE IT MAY ALREADY HAVE POSTED.
      *THE OPERATOR OVERRIDE CARDS ON "PR4 BATCH OVERRIDE.TXT" ARE
      *CLEARED WHEN THAT ROW IS WRITTEN, SO A CARD IS SPENT ONLY ONCE
      *THE BATCH IT RELEASED HAS REALLY BEEN PROCESSED.
      *THAT ROW IS WHAT MAKES THE BATCHES COUNT AS PROCESSED, SO A
      *STREAM THAT STOPS BEFORE ANY POSTING CAN SIMPLY BE RERUN, WHILE
      *ONE THAT STOPS AFTER POSTING CANNOT POST THE SAME BATCHES TWICE.
      *THE DRIVER ITSELF ENDS WITH THE HIGHEST RETURN CODE SEEN IN THE
      *STREAM.
      ******************************************************************


               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-STATUS.

           SELECT OPTIONAL REGISTRY-FILE
               ASSIGN TO "PR4 BATCH REGISTRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT OPTIONAL OVERRIDE-FILE
               ASSIGN TO "PR4 BATCH OVERRIDE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.

      ***********************DATA DIVISION******************************
       DATA DIVISION.

       RECORD CONTAINS 126 CHARACTERS.
       01 COUNT-RECORD                                 PIC X(126).

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
       01 OVERRIDE-RECORD                              PIC X(40).

       WORKING-STORAGE SECTION.

       01  FLAGS-N-SWITCHES.
               88 NO-MORE-COUNT-LINES                  VALUE 'Y'.
           05  WS-STREAM-STOP-FLAG         PIC X       VALUE 'N'.
               88 STREAM-STOPPED                       VALUE 'Y'.
           05  WS-BATCH-PENDING-FLAG       PIC X       VALUE 'N'.
               88 BATCHES-PENDING                      VALUE 'Y'.

       01  WS-RUNLOG-STATUS               PIC XX      VALUE SPACES.
       01  WS-COUNT-STATUS                PIC XX      VALUE SPACES.
       01  WS-REGISTRY-STATUS             PIC XX      VALUE SPACES.
       01  WS-OVERRIDE-STATUS             PIC XX      VALUE SPACES.
       01  WS-COUNT-FILE-NAME             PIC X(40)   VALUE SPACES.

       01  JOB-STEP-TEXT.
           05  PIC X(48) VALUE
               "PR4MAINT PR4 MAINT AUDIT.TXT".
           05  PIC X(48) VALUE
               "PR4BATCH PR4 BATCH REGISTRY.TXT".
           05  PIC X(48) VALUE
               "PR4VALID PR4 VALID1.TXT".
           05  PIC X(48) VALUE
               "PR4CREDITPR4 HELD ORDERS.TXT".
           05  PIC X(48) VALUE
               "PR4COMPLYPR4 COMPLIANCE REPORT.TXT".
           05  PIC X(48) VALUE
               "PROJECT4 PR4 SORTED.TXT".
           05  PIC X(48) VALUE
               "PR4REPAIRPR4 RESUBMIT.TXT".
           05  PIC X(48) VALUE
               "PR4GL    PR4 GL INTERFACE.TXT".
           05  PIC X(48) VALUE
               "PR4MARGINPR4 MARGIN REPORT.TXT".
           05  PIC X(48) VALUE
               "PR4BUDGETPR4 BUDGET REPORT.TXT".
           05  PIC X(48) VALUE
               "PR4PROOF PR4 PROOF REPORT.TXT".

       01  JOB-STEP-TABLE REDEFINES JOB-STEP-TEXT.
           05 JOB-STEP-ITEM OCCURS 20 TIMES INDEXED BY JS-INDEX.
               10  JS-PROGRAM     PIC X(9).
               10  JS-OUTPUT-FILE PIC X(39).

       01  WS-STEP-COUNT                  PIC 9(2)    VALUE 20.
       01  WS-STEP-SUB                    PIC 9(2)    VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-STEP-RC         PIC S9(4)   VALUE ZERO.
           05  WS-HIGHEST-RC      PIC S9(4)   VALUE ZERO.
           05  WS-RECORD-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-REGISTRY-BEFORE PIC 9(7)    VALUE ZERO.
           05  WS-START-TIME      PIC 9(8)    VALUE ZERO.
           05  WS-END-TIME        PIC 9(8)    VALUE ZERO.

               MOVE "SKIPPED" TO RL-STATUS
               PERFORM 170-WRITE-RUNLOG-RECORD
           ELSE
               IF JS-PROGRAM(JS-INDEX) = "PR4BATCH"
                   PERFORM 150-COUNT-STEP-OUTPUT
                   MOVE WS-RECORD-COUNT TO WS-REGISTRY-BEFORE
               END-IF
               ACCEPT WS-START-TIME FROM TIME
               PERFORM 140-EXECUTE-STEP
               ACCEPT WS-END-TIME FROM TIME
               PERFORM 150-COUNT-STEP-OUTPUT
               IF JS-PROGRAM(JS-INDEX) = "PR4BATCH"
                       AND WS-STEP-RC < 16
                       AND WS-RECORD-COUNT > WS-REGISTRY-BEFORE
                   MOVE 'Y' TO WS-BATCH-PENDING-FLAG
               END-IF
               IF BATCHES-PENDING
                       AND (JS-PROGRAM(JS-INDEX) = "PR4STOCK"
                       OR JS-PROGRAM(JS-INDEX) = "PR4BILL")
                       AND WS-STEP-RC NOT = 20
                   PERFORM 180-CONFIRM-BATCH-REGISTRY
                   MOVE 'N' TO WS-BATCH-PENDING-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN WS-STEP-RC = 20
                       MOVE 'Y' TO WS-STREAM-STOP-FLAG
                       MOVE "CLOSED" TO RL-STATUS
                       DISPLAY "PR4DRIVE - STEP " JS-PROGRAM(JS-INDEX)
                           " REFUSED TO POST INTO A CLOSED PERIOD, "
                           "REMAINING STEPS SKIPPED"
                   WHEN WS-STEP-RC = 24
                       MOVE 'Y' TO WS-STREAM-STOP-FLAG
                       MOVE "UNPROVED" TO RL-STATUS
                       DISPLAY "PR4DRIVE - STEP " JS-PROGRAM(JS-INDEX)
                           " FOUND THE CYCLE OUT OF BALANCE, DO NOT "
                           "RELEASE THE GL INTERFACE FILE"
                   WHEN WS-STEP-RC >= 16
                       MOVE 'Y' TO WS-STREAM-STOP-FLAG
                       MOVE "FAILED" TO RL-STATUS
                       DISPLAY "PR4DRIVE - STEP " JS-PROGRAM(JS-INDEX)
                           " ENDED WITH RETURN CODE " WS-STEP-RC
                           ", REMAINING STEPS SKIPPED"
                   WHEN OTHER
                       MOVE "RAN" TO RL-STATUS
               END-EVALUATE
               IF WS-STEP-RC > WS-HIGHEST-RC
                   MOVE WS-STEP-RC TO WS-HIGHEST-RC
               END-IF
           MOVE WS-STEP-RC TO RL-RETURN-CODE
           WRITE RUNLOG-RECORD FROM RUNLOG-LINE
           .

       180-CONFIRM-BATCH-REGISTRY.
           OPEN EXTEND REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               OPEN OUTPUT REGISTRY-FILE
           END-IF
           MOVE SPACES TO REGISTRY-RECORD
           MOVE ZERO TO BR-RECORD-COUNT
           MOVE ZERO TO BR-BOXES-TOTAL
           MOVE ZERO TO BR-LINE-TOTAL
           MOVE WS-RUN-DATE TO BR-DATE-RECEIVED
           MOVE "C" TO BR-STATUS
           MOVE "STREAM COMPLETE" TO BR-FILE-NAME
           WRITE REGISTRY-RECORD
           CLOSE REGISTRY-FILE
           PERFORM 185-CLEAR-OVERRIDE-CARDS
           .

       185-CLEAR-OVERRIDE-CARDS.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVERRIDE-STATUS = "00"
               CLOSE OVERRIDE-FILE
               OPEN OUTPUT OVERRIDE-FILE
               CLOSE OVERRIDE-FILE
           ELSE
               CLOSE OVERRIDE-FILE
           END-IF
           .
