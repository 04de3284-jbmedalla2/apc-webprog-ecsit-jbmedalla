        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
      * Weighted-average purchase cost of one unit in the cell.
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

      * Same layout AromaSalesRpt01.cbl's extract reads.
       FD Sales.
