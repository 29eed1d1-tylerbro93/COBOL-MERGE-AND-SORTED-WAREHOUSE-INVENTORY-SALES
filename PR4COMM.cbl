       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4COMM.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS "PR4 SHIPPED.TXT" (THE SHIPMENTS PR4BILL
      *INVOICES, SO NO COMMISSION IS PAID ON A BACKORDER UNTIL IT
      *SHIPS), EXTENDS EVERY PRODUCT LINE
      *(NUMBER-BOXES TIMES BOX-PRICE, RETURNS REDUCING THE BASE), AND
      *ROLLS EACH CUSTOMER'S NET SALES UP TO THE SALES REP CARRIED ON
      *THE CUSTOMER MASTER "PR4 CUSTOMERS.DAT" (READ BY CUSTOMER
      *KEY). REP NAMES AND
      *COMMISSION RATES COME FROM THE REP MASTER "PR4 REPS.TXT" (REP
      *CODE, NAME, RATE). ONE COMMISSION STATEMENT PER REP IS PRINTED
      *TO "PR4 COMMISSIONS.TXT" LISTING THE REP'S CUSTOMERS, THEIR NET
      *ALL REPS. CUSTOMERS WITH NO REP ASSIGNED - NO MASTER ROW, A
      *BLANK REP CODE, OR A REP CODE NOT ON THE REP MASTER - ARE
      *LISTED AS EXCEPTIONS SO THE REP MASTER GETS MAINTAINED.
      *THE REPORT CARRIES A "RUN PERIOD: " LINE UNDER ITS TITLE (THE
      *PERIOD ON "PR4 RUNCTL.TXT", ELSE THE SYSTEM DATE, AS PR4TAX
      *DOES) SO PR4CLOSE AND PR4PROOF CAN TELL A STALE STATEMENT RUN
      *FROM THIS CYCLE'S. THE CUSTOMER DETAIL AND NO-REP EXCEPTION
      *TABLES HOLD 500 ROWS EACH; A CYCLE WITH MORE CUSTOMERS THAN
      *THAT ABORTS WITH RETURN CODE 16 RATHER THAN PRINT STATEMENTS
      *THAT LEAVE CUSTOMERS OFF.
      ******************************************************************


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMER-FILE
               ASSIGN TO "PR4 CUSTOMERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT OPTIONAL RUNCTL-FILE
               ASSIGN TO "PR4 RUNCTL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REP-FILE
               ASSIGN TO "PR4 REPS.TXT"
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
           05  RM-REP-NAME            PIC X(20).
           05  RM-COMM-RATE           PIC 9V999.

       FD RUNCTL-FILE
       RECORD CONTAINS 40 CHARACTERS.
       01 RUNCTL-RECORD.
           05  RC-PERIOD              PIC X(6).
           05  FILLER                 PIC X(34).

       FD COMMISSION-REPORT-FILE.
       01 COMMISSION-REPORT-RECORD                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSTEM-DATE               PIC 9(8).
       01  WS-SYSTEM-DATE-PARTS REDEFINES WS-SYSTEM-DATE.
           05  WS-SYSTEM-YEAR           PIC 9(4).
           05  WS-SYSTEM-MONTH          PIC 9(2).
           05  WS-SYSTEM-DAY            PIC 9(2).

       01  WS-CURRENT-PERIOD.
           05  CP-YEAR                  PIC 9(4).
           05  CP-MONTH                 PIC 9(2).

       01  FLAGS-N-SWITCHES.
           05  EOF-FLAG                    PIC X       VALUE ' '.
               88 NO-MORE-DATA                         VALUE 'N'.
           05  FIRST-RECORD                PIC X(3)    VALUE 'YES'.
           05  SUB                         PIC 9       VALUE ZERO.
           05  REP-EOF-FLAG                PIC X       VALUE 'N'.
               88 NO-MORE-REPS                         VALUE 'Y'.
           05  WS-MASTER-FOUND-FLAG        PIC X       VALUE 'N'.
           05  WS-REP-FOUND-FLAG           PIC X       VALUE 'N'.
               88 REP-ON-MASTER                        VALUE 'Y'.

       01  WS-CUSTOMER-STATUS           PIC XX      VALUE SPACES.
       01  WS-RUNCTL-STATUS             PIC XX      VALUE SPACES.

       01  WS-REP-COUNT                 PIC 9(3)    VALUE ZERO.
       01  REP-MASTER-TABLE.
           05                 PIC X(35) VALUE
               "DR. CHEEBS COMMISSION STATEMENTS".

       01  COMM-PERIOD-LINE.
           05                 PIC X(12) VALUE "RUN PERIOD: ".
           05  CP-PERIOD-OUT  PIC X(6).

       01  COMM-REP-HEADING.
           05                 PIC X(5)  VALUE "REP: ".
           05  CS-REP-CODE    PIC X(3).
       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-RUN-PERIOD
           PERFORM 110-OPEN-CUSTOMER-MASTER
           PERFORM 120-LOAD-REP-TABLE
           PERFORM 150-READ-SOURCE-FILE
           PERFORM 200-PRINT-COMMISSION-REPORT
           CLOSE CUSTOMER-FILE
           STOP RUN
           .

       105-GET-RUN-PERIOD.
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

       110-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "PR4COMM ABORT - CANNOT OPEN "
                   "PR4 CUSTOMERS.DAT, FILE STATUS " WS-CUSTOMER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       120-LOAD-REP-TABLE.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG
           MOVE 'N' TO WS-REP-FOUND-FLAG
           MOVE SPACES TO WS-REP-CODE
           MOVE WS-STATE TO CM-STATE
           MOVE WS-CITY TO CM-CITY
           MOVE WS-CUSTOMER TO CM-CUSTOMER-ID
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOT ON CUST MASTER" TO WS-NO-REP-REASON
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
                   MOVE CM-NAME TO WS-CUST-NAME
                   MOVE CM-REP-CODE TO WS-REP-CODE
           END-READ
           IF MASTER-CUSTOMER-FOUND
               IF WS-REP-CODE = SPACES
                   MOVE "NO REP ON MASTER" TO WS-NO-REP-REASON
           .

       180-POST-TO-REP.
           IF WS-DETAIL-COUNT >= 500
               DISPLAY "PR4COMM ABORT - MORE THAN "
                   "500 COMMISSION DETAIL ROWS, TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD WS-CUST-SALES TO RPT-SALES(REP-INDEX)
           ADD 1 TO WS-DETAIL-COUNT
           SET RPD-INDEX TO WS-DETAIL-COUNT
           MOVE WS-REP-CODE TO RPD-REP(RPD-INDEX)
           MOVE WS-STATE TO RPD-STATE(RPD-INDEX)
           MOVE WS-CITY TO RPD-CITY(RPD-INDEX)
           MOVE WS-CUSTOMER TO RPD-CUST(RPD-INDEX)
           MOVE WS-CUST-NAME TO RPD-NAME(RPD-INDEX)
           MOVE WS-CUST-SALES TO RPD-SALES(RPD-INDEX)
           .

       185-POST-NO-REP-EXCEPTION.
           IF WS-EXCEPT-COUNT >= 500
               DISPLAY "PR4COMM ABORT - MORE THAN "
                   "500 NO-REP EXCEPTION ROWS, TABLE FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-EXCEPT-COUNT
           SET NRP-INDEX TO WS-EXCEPT-COUNT
           MOVE WS-STATE TO NRT-STATE(NRP-INDEX)
           MOVE WS-CITY TO NRT-CITY(NRP-INDEX)
           MOVE WS-CUSTOMER TO NRT-CUST(NRP-INDEX)
           MOVE WS-CUST-NAME TO NRT-NAME(NRP-INDEX)
           MOVE WS-NO-REP-REASON TO NRT-REASON(NRP-INDEX)
           MOVE WS-CUST-SALES TO NRT-SALES(NRP-INDEX)
           .

       200-PRINT-COMMISSION-REPORT.
           OPEN OUTPUT COMMISSION-REPORT-FILE
           WRITE COMMISSION-REPORT-RECORD FROM COMM-TITLE-HEADING
               AFTER ADVANCING 1
           MOVE WS-CURRENT-PERIOD TO CP-PERIOD-OUT
           WRITE COMMISSION-REPORT-RECORD FROM COMM-PERIOD-LINE
               AFTER ADVANCING 2
           PERFORM 210-PRINT-REP-STATEMENT
               VARYING REP-INDEX FROM 1 BY 1
               UNTIL REP-INDEX > WS-REP-COUNT
