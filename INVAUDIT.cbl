           02 MAST-RE-ORDER-POINT    PIC 9(3).
           02 MAST-LAST-ISSUE-DATE   PIC 9(8).
           02 MAST-LAST-RECEIPT-DATE PIC 9(8).
           02 MAST-AVG-COST          PIC 9(5)V99.

       FD SUPPLIER-FILE-IN.
       01 SUPPLIER-RECORD-IN.
           02 LOCATION-CODE-IN       PIC X(3).
           02 LAST-ISSUE-DATE-IN     PIC 9(8).
           02 LAST-RECEIPT-DATE-IN   PIC 9(8).
           02 AVG-COST-IN            PIC 9(5)V99.

      * CONTROL-TOTAL TRAILER CARRIED AS THE LAST RECORD OF THE FEED
       01 INVENT-TRAILER-IN.
