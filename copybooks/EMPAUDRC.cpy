      *    TRANSACTION APPLIED TO THE MASTER, AND READ BY EMPAINQ TO
      *    ANSWER WHO CHANGED AN EMPLOYEE AND WHAT THE RECORD LOOKED
      *    LIKE BEFORE. AU-BEFORE IS SPACES FOR AN ADD; BOTH IMAGES
      *    ARE THE FULL 132-BYTE MASTER RECORD. AU-EFFDATE IS THE
      *    CCYYMMDD DATE THE CHANGE TAKES EFFECT WHEN THE TRANSACTION
      *    CARRIED ONE (A BACK-DATED RATE CHANGE); SPACES MEANS IT
      *    TOOK EFFECT WHEN KEYED, AS DOES EVERY ENTRY WRITTEN BEFORE
      *    THE FIELD EXISTED. A PAYVOID ENTRY (ACTION VOIDED) IS NOT
      *    A MASTER CHANGE - ITS IMAGES ARE THE FIRST 132 BYTES OF THE
      *    VOIDED PAYMENT AND OF ITS REVERSAL FROM PAYHIST, AND A
      *    READER OF MASTER IMAGES PASSES IT BY.
      ******************************************************************
       01  AUDIT-REC.
           03 AU-DATE PIC 9(8).
           03 AU-EMPID PIC X(7).
           03 AU-BEFORE PIC X(132).
           03 AU-AFTER PIC X(132).
           03 AU-EFFDATE PIC X(8).
