       GOBACK.

       RESERVATION-MENU.
       CALL "show-training-banner".
       DISPLAY " ".
       DISPLAY "Stock Reservation Menu"
       DISPLAY "1. Take a reservation for a customer"
       READ PRODUCTS-FILE RECORD
           INVALID KEY
               MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "S"
           AND PRODUCT-COMPANY-CODE NOT = SESSION-COMPANY-CODE
           MOVE "N" TO RECORD-FOUND.
       IF RECORD-FOUND = "N"
           DISPLAY "No product found with that id."
       ELSE
           END-IF
           MOVE 0 TO LINE-DISCOUNT-PERCENT
           MOVE "Open" TO LINE-STATUS
           MOVE "N" TO LINE-BACKORDER-FLAG
           MOVE SPACE TO LINE-DROP-SHIP-FLAG
           MOVE 0 TO LINE-DROP-SHIP-PO-ID
           MOVE SPACE TO LINE-EXEMPT-CERT
