       MOVE NEW-LAYER-PRODUCT-ID TO LAYER-PRODUCT-ID.
       MOVE NEXT-LAYER-SEQ TO LAYER-SEQ.
       MOVE NEW-LAYER-QTY TO LAYER-QTY-REMAINING.
       MOVE NEW-LAYER-QTY TO LAYER-ORIGINAL-QTY.
       MOVE NEW-LAYER-UNIT-COST TO LAYER-UNIT-COST.
       ACCEPT LAYER-RECEIPT-DATE FROM DATE YYYYMMDD.
       WRITE COST-LAYER-REGISTRATION
