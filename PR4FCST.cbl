      *EDIBLES WHEN THE NEXT PERIOD IS DECEMBER, BECAUSE THE EDIBLES
      *SPIKE EVERY DECEMBER. PROJECTED DEMAND = AVERAGE MONTHLY BOXES
      *TIMES TREND TIMES SEASONAL, AND EACH PROJECTION IS COMPARED
      *AGAINST THE CURRENT REORDER POINT ON "PR4 ONHAND.DAT". THE
      *RECOMMENDATION REPORT GOES TO "PR4 FORECAST.TXT": RAISE WHEN
      *PROJECTED DEMAND CLEARS THE REORDER POINT, LOWER WHEN IT IS
      *UNDER HALF OF IT, OK OTHERWISE.
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT PRODUCT-FILE
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

               88 NO-MORE-HISTORY                      VALUE 'Y'.
           05  ARCHIVE-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-ARCHIVE                      VALUE 'Y'.
           05  PRODUCT-EOF-FLAG            PIC X       VALUE 'N'.
               88 NO-MORE-PRODUCTS                     VALUE 'Y'.

               10  TRN-STATE      PIC X(2).
               10  TRN-FACTOR     PIC 9V99.

       01  WS-PRODUCT-COUNT             PIC 9(3)    VALUE ZERO.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 1 TO 200 TIMES
           PERFORM 110-GET-RUN-PERIOD
           PERFORM 115-SET-NEXT-PERIOD
           PERFORM 120-LOAD-PRODUCT-TABLE
           PERFORM 125-OPEN-ONHAND-FILE
           PERFORM 130-LOAD-STATE-HISTORY
           PERFORM 140-BUILD-DEMAND-TABLE
           PERFORM 150-BUILD-STATE-TRENDS
           PERFORM 160-PRINT-FORECAST-REPORT
           CLOSE ONHAND-FILE
           STOP RUN
           .

           CLOSE PRODUCT-FILE
           .

       125-OPEN-ONHAND-FILE.
           OPEN INPUT ONHAND-FILE
           IF WS-ONHAND-STATUS NOT = "00"
                   AND WS-ONHAND-STATUS NOT = "05"
               DISPLAY "PR4FCST ABORT - CANNOT OPEN "
                   "PR4 ONHAND.DAT, FILE STATUS " WS-ONHAND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .


       176-GET-REORDER-POINT.
           MOVE ZERO TO WS-REORDER-POINT
           MOVE DMD-STATE(DMD-INDEX) TO OH-STATE
           MOVE DMD-CITY(DMD-INDEX) TO OH-CITY
           MOVE DMD-PRODUCT-ID(DMD-INDEX) TO OH-PRODUCT-ID
           READ ONHAND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OH-REORDER-POINT TO WS-REORDER-POINT
           END-READ
           .
