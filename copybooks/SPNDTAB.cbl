      * rerun guard - a row already stamped with tonight's process
      * date means the night already accumulated, and a second pass
      * would double-count the quarter.
      *05/21 PS-SPEND-MONTH holds the fiscal period, YYYYPP (see
      * FISCTAB), so a "month" row is a 4-4-5 period row.
       01  PERIOD-SPEND-TABLE.
           05  PERIOD-SPEND-LIST OCCURS 3000 TIMES
               INDEXED BY PERIOD-SPEND-IDX.
