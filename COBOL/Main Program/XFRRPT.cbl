      * THEM MASQUERADE AS SUPPLIER SPEND.  EVERY IN-TRANSIT ROW
      * PRINTS UNDER ITS FROM-PLANT/TO-PLANT LANE WITH A QUANTITY
      * TOTAL PER LANE, SO BOTH PLANTS SEE WHAT IS ON THE TRUCK.
      * A LANE BETWEEN TWO LEGAL ENTITIES IS ALSO INVOICED BY ICBILL.
      * UT-C-XFRTRAN = IN-TRANSIT POSTINGS WRITTEN BY PRTSUPP
      * UT-C-XFRRPT  = TRANSFER-IN-TRANSIT REPORT LANDING IN JES
      * **************************************************
