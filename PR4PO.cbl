       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4PO.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM RUNS AFTER PR4STOCK HAS UPDATED "PR4 ONHAND.DAT".
      *EVERY LEDGER ROW SITTING BELOW ITS REORDER POINT GETS ONE
      *SUGGESTED PURCHASE-ORDER RECORD IN "PR4 OPEN PO.TXT" (PO
      *NUMBER, WAREHOUSE STATE/CITY, PRODUCT ID, ORDER QUANTITY THAT
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ONHAND-FILE
               ASSIGN TO "PR4 ONHAND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OH-KEY
               FILE STATUS IS WS-ONHAND-STATUS.

           SELECT OPTIONAL OPEN-PO-FILE
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

