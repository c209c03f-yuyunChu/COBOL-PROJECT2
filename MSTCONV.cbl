           02 MAST-RE-ORDER-POINT    PIC 9(3).
           02 MAST-LAST-ISSUE-DATE   PIC 9(8).
           02 MAST-LAST-RECEIPT-DATE PIC 9(8).
           02 MAST-AVG-COST          PIC 9(5)V99.

       FD OLD-HIST-IN.
       01 OLD-HIST-RECORD.
      * THE PART MOVES AGAIN
               MOVE ZERO TO MAST-LAST-ISSUE-DATE
               MOVE ZERO TO MAST-LAST-RECEIPT-DATE
      * STOCK ON HAND CONVERTS AT THE KEYED PRICE UNTIL RECEIPTS
      * START REBLENDING ITS AVERAGE COST
               MOVE OLD-MAST-UNIT-PRICE TO MAST-AVG-COST
               WRITE INVENT-MASTER-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
