           MOVE 'ACHRET' TO AU-USERID.
           MOVE SAVE-ACTION TO AU-ACTION.
           MOVE RT-EMPID TO AU-EMPID.
           MOVE SPACES TO AU-EFFDATE.
           WRITE AUDIT-REC.
      ******************************************************************
      *    PRINT THE ITEM COUNTS AT THE END OF THE REPORT
