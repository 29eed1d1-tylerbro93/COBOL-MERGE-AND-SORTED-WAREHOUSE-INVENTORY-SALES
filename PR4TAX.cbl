       IDENTIFICATION DIVISION.
       PROGRAM-ID. PR4TAX.
      **************************COMMENT SECTION*************************
      *THIS PROGRAM READS "PR4 SHIPPED.TXT" (THE SHIPMENTS PR4BILL
      *INVOICES) AND THE TAX RATE TABLE "PR4
      *TAXRATES.TXT" (STATE CODE, OPTIONAL CITY CODE, RATE - A CITY
      *ROW OVERRIDES THE STATE ROW, THE SAME LOOKUP PR4BILL USES ON
      *THE INVOICES) AND TOTALS TAXABLE SALES AND TAX COLLECTED PER
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SORTED-FILE
               ASSIGN TO "PR4 SHIPPED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL TAXRATE-FILE
