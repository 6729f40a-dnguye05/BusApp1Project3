      ******************************************************************
      *    COSTCTRS - COST CENTER REFERENCE TABLE
      *    LOADED FROM THE OPS-MAINTAINED COSTCTR FILE AT PROGRAM
      *    START, ONE LINE PER COST CENTER: THE SIX-CHARACTER CODE
      *    IN COLUMNS 1-6 AND ITS PRINTED NAME IN COLUMNS 7-30. USED
      *    TO PROVE A HOME OR CARDED COST CENTER EXISTS AND TO NAME
      *    IT ON THE LABOR DISTRIBUTION. A MISSING COSTCTR FILE
      *    LEAVES THE TABLE EMPTY AND NOTHING IS REFUSED FOR IT.
      ******************************************************************
       01  CC-TABLE.
           03 CC-ENTRY OCCURS 200 TIMES.
               05 CC-CODE PIC X(6).
               05 CC-NAME PIC X(24).
