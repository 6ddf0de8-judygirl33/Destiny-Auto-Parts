                THEN  ADD +4 TO ERRORCOUNTER
                      GOBACK
           END-IF.
      *04/23 Numbers 'T' plus five digits belong to the inter-plant
      * transfer orders XFERTRK assigns - a purchase order keyed in
      * that range would be matched to a transfer's receipts at the
      * dock, so it is refused outright.
           IF PO-NUMBER (1:1) = 'T'
              AND PO-NUMBER (2:5) IS NUMERIC
                THEN  ADD +4 TO ERRORCOUNTER
                      GOBACK
           END-IF.
      *Validating BUYER-CODE should NOT be blank
           IF BUYER-CODE = SPACES
                THEN  ADD +4 TO ERRORCOUNTER
