       IDENTIFICATION DIVISION.
       PROGRAM-ID. channel-feed-export.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Each sales channel gets its own feed file, named at run time
      * the same way the ship notices are, so the webshop never
      * picks up a marketplace's prices.
       FILE-CONTROL.
       COPY "physical-file.cbl".
       COPY "price-list-physical-file.cbl".
       COPY "barcode-physical-file.cbl".
       COPY "channel-feed-physical-file.cbl".
       COPY "customer-physical-file.cbl".
           SELECT OPTIONAL CHANNELS-FILE ASSIGN TO "CHANNELS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANNEL-OUTPUT-FILE
               ASSIGN TO CHANNEL-OUTPUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Logic file with products fields.
       COPY "logic-file.cbl".
      * Logic file with contract price list fields.
       COPY "price-list-logic-file.cbl".
      * Logic file with barcode fields.
       COPY "barcode-logic-file.cbl".
      * Logic file with last-sent channel feed fields.
       COPY "channel-feed-logic-file.cbl".
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       FD  CHANNELS-FILE.
       01  CHANNELS-LINE PIC X(80).

       FD  CHANNEL-OUTPUT-FILE.
       01  CHANNEL-OUTPUT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
      * Shared session data, so only the logged-in company's records
      * are shown. Each company's feeds go to files of their own, and
      * a channel selling at another company's account is left to
      * that company's run.
       COPY "session-data.cbl".
       77  CHANNEL-OUTPUT-FILE-NAME PIC X(30).
       77  END-OF-FILE PIC 9 VALUE 0.
       77  RECORD-FOUND PIC X.
       77  RUN-DATE PIC 9(8).
      * The channels are set up in a small flat file, one line per
      * channel: CODE,CUSTOMER,BUFFER. The customer is the account
      * whose contract price list the channel sells at (zero sells
      * at list price), and the buffer is held back from every
      * product so a channel never oversells while its own orders
      * are still on their way in.
       01  CHANNEL-COUNT PIC 9(2) VALUE 0.
       01  CHANNEL-TABLE.
           05  CHANNEL-ENTRY OCCURS 20 TIMES.
               10  CHANNEL-CODE        PIC X(10).
               10  CHANNEL-CUSTOMER-ID PIC 9(6).
               10  CHANNEL-BUFFER      PIC 9(5).
       01  CHANNEL-IDX PIC 9(2).
       77  LOAD-CHANNEL-CODE PIC X(10).
       01  LOAD-CUSTOMER-TEXT PIC X(6) JUSTIFIED RIGHT.
       01  LOAD-CUSTOMER-FIELD REDEFINES LOAD-CUSTOMER-TEXT
           PIC 9(6).
       01  LOAD-BUFFER-TEXT PIC X(5) JUSTIFIED RIGHT.
       01  LOAD-BUFFER-FIELD REDEFINES LOAD-BUFFER-TEXT PIC 9(5).
      * The barcode file is keyed by scan code, so the first code
      * registered against each product is gathered once up front.
       01  BARCODE-COUNT PIC 9(4) VALUE 0.
       01  BARCODE-TABLE.
           05  BARCODE-ENTRY OCCURS 5000 TIMES.
               10  BARCODE-TABLE-PRODUCT PIC X(15).
               10  BARCODE-TABLE-CODE    PIC X(15).
       01  BARCODE-IDX PIC 9(4).
       77  BARCODE-FOUND PIC X.
       77  STATE-FOUND PIC X.
       77  RESERVED-QTY-FIELD PIC 9(7).
       77  SELLABLE-WORK PIC S9(7).
       77  SELLABLE-QTY PIC 9(7).
       77  CHANNEL-PRICE PIC 9(6)V99.
       77  CHANNEL-BARCODE PIC X(15).
       77  CHANNEL-STATUS PIC X(01).
       77  PROMO-FOUND PIC X.
       77  PROMO-QTY-WORK PIC 9(5).
       77  PROMO-PRICE-FIELD PIC 9(6)V99.
       77  PROMO-CODE-FIELD PIC X(8).
       77  QTY-EDIT PIC Z(6)9.
       77  PRICE-EDIT PIC Z(5)9.99.
       77  CHANNEL-LINES-SENT PIC 9(5).
       77  FEED-LINES-SENT PIC 9(6) VALUE 0.
       77  LOG-PROGRAM-NAME-FIELD PIC X(20)
           VALUE "CHANNEL-FEED-EXPORT".
       77  LOG-MESSAGE-FIELD PIC X(80).

       PROCEDURE DIVISION.

      *Every channel is told what it may sell and at what price, but
      *only for the products that moved since its last feed: the
      *last quantity, price and barcode sent to each channel are
      *kept, and a product is sent again only when one of them has
      *changed. A product made inactive or superseded goes out once
      *more with nothing to sell, so the channel takes it down.
       PROGRAM-BEGIN.
       IF SESSION-IN-TRAINING
           DISPLAY "TRAINING - no channel feeds are sent."
           GOBACK
       END-IF.
       ACCEPT RUN-DATE FROM DATE YYYYMMDD.
       PERFORM LOAD-CHANNELS.
       IF CHANNEL-COUNT = 0
           DISPLAY "No sales channels are set up in CHANNELS.CFG."
           GOBACK
       END-IF.
       PERFORM LOAD-BARCODES.
       OPEN I-O PRODUCTS-FILE.
       OPEN I-O PRICE-LIST-FILE.
       OPEN I-O CHANNEL-FEED-FILE.
       OPEN I-O CUSTOMERS-FILE.
       MOVE 1 TO CHANNEL-IDX.
       PERFORM FEED-ONE-CHANNEL UNTIL CHANNEL-IDX > CHANNEL-COUNT.
       CLOSE PRODUCTS-FILE.
       CLOSE PRICE-LIST-FILE.
       CLOSE CHANNEL-FEED-FILE.
       CLOSE CUSTOMERS-FILE.
       DISPLAY "Channel feed export complete.".
       DISPLAY "Channels: " CHANNEL-COUNT
       " Product lines sent: " FEED-LINES-SENT.
       GOBACK.

       LOAD-CHANNELS.
       MOVE 0 TO CHANNEL-COUNT.
       OPEN INPUT CHANNELS-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LOAD-NEXT-CHANNEL UNTIL END-OF-FILE = 1.
       CLOSE CHANNELS-FILE.

       LOAD-NEXT-CHANNEL.
       READ CHANNELS-FILE
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE SPACE TO LOAD-CHANNEL-CODE
           MOVE SPACE TO LOAD-CUSTOMER-TEXT
           MOVE SPACE TO LOAD-BUFFER-TEXT
           UNSTRING CHANNELS-LINE DELIMITED BY "," OR ALL SPACE
               INTO LOAD-CHANNEL-CODE LOAD-CUSTOMER-TEXT
                   LOAD-BUFFER-TEXT
           INSPECT LOAD-CUSTOMER-TEXT REPLACING LEADING SPACE BY "0"
           INSPECT LOAD-BUFFER-TEXT REPLACING LEADING SPACE BY "0"
           PERFORM STORE-CHANNEL
       END-IF.

       STORE-CHANNEL.
       IF LOAD-CHANNEL-CODE = SPACE
           OR LOAD-CUSTOMER-FIELD IS NOT NUMERIC
           OR LOAD-BUFFER-FIELD IS NOT NUMERIC
           MOVE SPACE TO LOG-MESSAGE-FIELD
           STRING "Channel line ignored: " DELIMITED BY SIZE
               CHANNELS-LINE DELIMITED BY SIZE
               INTO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
       ELSE IF CHANNEL-COUNT < 20
           ADD 1 TO CHANNEL-COUNT
           MOVE LOAD-CHANNEL-CODE TO CHANNEL-CODE (CHANNEL-COUNT)
           MOVE LOAD-CUSTOMER-FIELD
               TO CHANNEL-CUSTOMER-ID (CHANNEL-COUNT)
           MOVE LOAD-BUFFER-FIELD TO CHANNEL-BUFFER (CHANNEL-COUNT).

       LOAD-BARCODES.
       MOVE 0 TO BARCODE-COUNT.
       OPEN I-O BARCODES-FILE.
       MOVE 0 TO END-OF-FILE.
       PERFORM LOAD-NEXT-BARCODE UNTIL END-OF-FILE = 1.
       CLOSE BARCODES-FILE.

       LOAD-NEXT-BARCODE.
       READ BARCODES-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           MOVE BARCODE-PRODUCT-ID TO PRODUCT-ID
           PERFORM FIND-BARCODE-ROW
           IF BARCODE-FOUND = "N"
               PERFORM ADD-BARCODE-ROW
           END-IF
       END-IF.

       ADD-BARCODE-ROW.
       IF BARCODE-COUNT < 5000
           ADD 1 TO BARCODE-COUNT
           MOVE BARCODE-PRODUCT-ID
               TO BARCODE-TABLE-PRODUCT (BARCODE-COUNT)
           MOVE BARCODE-SCAN-CODE TO BARCODE-TABLE-CODE (BARCODE-COUNT)
       ELSE
           MOVE "Barcode table full - some feeds sent without one."
               TO LOG-MESSAGE-FIELD
           CALL "log-exception" USING LOG-PROGRAM-NAME-FIELD
               LOG-MESSAGE-FIELD
           MOVE 1 TO END-OF-FILE
       END-IF.

       FIND-BARCODE-ROW.
       MOVE "N" TO BARCODE-FOUND.
       MOVE 1 TO BARCODE-IDX.
       PERFORM CHECK-BARCODE-ROW
           UNTIL BARCODE-FOUND = "Y" OR BARCODE-IDX > BARCODE-COUNT.

       CHECK-BARCODE-ROW.
       IF BARCODE-TABLE-PRODUCT (BARCODE-IDX) = PRODUCT-ID
           MOVE "Y" TO BARCODE-FOUND
       ELSE
           ADD 1 TO BARCODE-IDX.

       FEED-ONE-CHANNEL.
       PERFORM CHECK-CHANNEL-COMPANY.
       IF RECORD-FOUND = "S"
           PERFORM SEND-CHANNEL-FEED
       END-IF.
       ADD 1 TO CHANNEL-IDX.

      *A channel selling at list price is fed by every company; one
      *selling at an account's prices only by that account's.
       CHECK-CHANNEL-COMPANY.
       MOVE "S" TO RECORD-FOUND.
       IF CHANNEL-CUSTOMER-ID (CHANNEL-IDX) NOT = 0
           MOVE CHANNEL-CUSTOMER-ID (CHANNEL-IDX) TO CUSTOMER-ID
           READ CUSTOMERS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUSTOMER-COMPANY-CODE NOT = SESSION-COMPANY-CODE
                       MOVE "N" TO RECORD-FOUND
                   END-IF
           END-READ
       END-IF.

       SEND-CHANNEL-FEED.
       PERFORM BUILD-CHANNEL-FILE-NAME.
       MOVE 0 TO CHANNEL-LINES-SENT.
       OPEN OUTPUT CHANNEL-OUTPUT-FILE.
       MOVE "ProductId,Barcode,SellableQty,Price,Status"
           TO CHANNEL-OUTPUT-LINE.
       WRITE CHANNEL-OUTPUT-LINE.
       MOVE LOW-VALUES TO PRODUCT-ID.
       MOVE 0 TO END-OF-FILE.
       START PRODUCTS-FILE KEY IS >= PRODUCT-ID
           INVALID KEY MOVE 1 TO END-OF-FILE.
       PERFORM FEED-NEXT-PRODUCT UNTIL END-OF-FILE = 1.
       CLOSE CHANNEL-OUTPUT-FILE.
       DISPLAY "Wrote " CHANNEL-OUTPUT-FILE-NAME
       " - products sent: " CHANNEL-LINES-SENT.

       BUILD-CHANNEL-FILE-NAME.
       MOVE SPACE TO CHANNEL-OUTPUT-FILE-NAME.
       IF SESSION-COMPANY-CODE = SPACE
           STRING "FEED-" DELIMITED BY SIZE
               CHANNEL-CODE (CHANNEL-IDX) DELIMITED BY SPACE
               ".CSV" DELIMITED BY SIZE
               INTO CHANNEL-OUTPUT-FILE-NAME
       ELSE
           STRING "FEED-" DELIMITED BY SIZE
               SESSION-COMPANY-CODE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CHANNEL-CODE (CHANNEL-IDX) DELIMITED BY SPACE
               ".CSV" DELIMITED BY SIZE
               INTO CHANNEL-OUTPUT-FILE-NAME
       END-IF.

       FEED-NEXT-PRODUCT.
       READ PRODUCTS-FILE NEXT RECORD
           AT END MOVE 1 TO END-OF-FILE
       END-READ.
       IF END-OF-FILE = 0
           AND PRODUCT-COMPANY-CODE = SESSION-COMPANY-CODE
           PERFORM LOOK-UP-FEED-STATE
           IF PRODUCT-IS-INACTIVE OR PRODUCT-SUPERSEDED-BY NOT = SPACE
               PERFORM DELIST-PRODUCT
           ELSE
               PERFORM LIST-PRODUCT
           END-IF
       END-IF.

       LOOK-UP-FEED-STATE.
       MOVE CHANNEL-CODE (CHANNEL-IDX) TO FEED-CHANNEL-CODE.
       MOVE PRODUCT-ID TO FEED-PRODUCT-ID.
       MOVE "Y" TO STATE-FOUND.
       READ CHANNEL-FEED-FILE RECORD
           INVALID KEY
               MOVE "N" TO STATE-FOUND
       END-READ.

      *A product the channel was never sent has nothing to take
      *down; one it was sent is withdrawn once, with a zero quantity.
       DELIST-PRODUCT.
       IF STATE-FOUND = "Y" AND FEED-SENT-LISTED
           MOVE 0 TO SELLABLE-QTY
           MOVE FEED-SENT-PRICE TO CHANNEL-PRICE
           MOVE FEED-SENT-BARCODE TO CHANNEL-BARCODE
           MOVE "D" TO CHANNEL-STATUS
           PERFORM SEND-PRODUCT-LINE
       END-IF.

       LIST-PRODUCT.
       PERFORM COMPUTE-SELLABLE-QTY.
       PERFORM COMPUTE-CHANNEL-PRICE.
       MOVE SPACE TO CHANNEL-BARCODE.
       PERFORM FIND-BARCODE-ROW.
       IF BARCODE-FOUND = "Y"
           MOVE BARCODE-TABLE-CODE (BARCODE-IDX) TO CHANNEL-BARCODE
       END-IF.
       MOVE "A" TO CHANNEL-STATUS.
       IF STATE-FOUND = "N"
           OR FEED-SENT-DELISTED
           OR FEED-SENT-QTY NOT = SELLABLE-QTY
           OR FEED-SENT-PRICE NOT = CHANNEL-PRICE
           OR FEED-SENT-BARCODE NOT = CHANNEL-BARCODE
           PERFORM SEND-PRODUCT-LINE
       END-IF.

      *Quarantined goods are held outside PRODUCT-QUANTITY until an
      *inspection releases them, so they are already out of the
      *on-hand figure; allocations, live reservations and the
      *channel's own buffer come off what is left.
       COMPUTE-SELLABLE-QTY.
       CALL "get-reserved-qty" USING PRODUCT-ID RESERVED-QTY-FIELD.
       COMPUTE SELLABLE-WORK = PRODUCT-QUANTITY
           - PRODUCT-ALLOCATED-QTY - RESERVED-QTY-FIELD
           - CHANNEL-BUFFER (CHANNEL-IDX).
       IF SELLABLE-WORK < 0
           MOVE 0 TO SELLABLE-WORK
       END-IF.
       MOVE SELLABLE-WORK TO SELLABLE-QTY.

      *The channel sells at its account's contract price when one is
      *in force today, otherwise at list; a campaign running today
      *for that account wins when it is lower, as it would on an
      *order keyed for the same account.
       COMPUTE-CHANNEL-PRICE.
       MOVE PRODUCT-PRICE TO CHANNEL-PRICE.
       IF CHANNEL-CUSTOMER-ID (CHANNEL-IDX) NOT = 0
           MOVE CHANNEL-CUSTOMER-ID (CHANNEL-IDX) TO PL-CUSTOMER-ID
           MOVE PRODUCT-ID TO PL-PRODUCT-ID
           READ PRICE-LIST-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PL-EFFECTIVE-FROM <= RUN-DATE
                       AND PL-EFFECTIVE-TO >= RUN-DATE
                       MOVE PL-CONTRACT-PRICE TO CHANNEL-PRICE
                   END-IF
           END-READ
       END-IF.
       MOVE 1 TO PROMO-QTY-WORK.
       CALL "get-promo-price" USING PRODUCT-ID PRODUCT-BRAND
           PRODUCT-CATEGORY CHANNEL-CUSTOMER-ID (CHANNEL-IDX)
           PROMO-QTY-WORK PRODUCT-PRICE RUN-DATE PROMO-FOUND
           PROMO-PRICE-FIELD PROMO-CODE-FIELD.
       IF PROMO-FOUND = "Y" AND PROMO-PRICE-FIELD < CHANNEL-PRICE
           MOVE PROMO-PRICE-FIELD TO CHANNEL-PRICE
       END-IF.

       SEND-PRODUCT-LINE.
       MOVE SELLABLE-QTY TO QTY-EDIT.
       MOVE CHANNEL-PRICE TO PRICE-EDIT.
       MOVE SPACE TO CHANNEL-OUTPUT-LINE.
       STRING PRODUCT-ID DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           CHANNEL-BARCODE DELIMITED BY SPACE
           "," DELIMITED BY SIZE
           QTY-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           PRICE-EDIT DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           CHANNEL-STATUS DELIMITED BY SIZE
           INTO CHANNEL-OUTPUT-LINE.
       WRITE CHANNEL-OUTPUT-LINE.
       ADD 1 TO CHANNEL-LINES-SENT.
       ADD 1 TO FEED-LINES-SENT.
       PERFORM SAVE-FEED-STATE.

       SAVE-FEED-STATE.
       MOVE CHANNEL-CODE (CHANNEL-IDX) TO FEED-CHANNEL-CODE.
       MOVE PRODUCT-ID TO FEED-PRODUCT-ID.
       MOVE SELLABLE-QTY TO FEED-SENT-QTY.
       MOVE CHANNEL-PRICE TO FEED-SENT-PRICE.
       MOVE CHANNEL-BARCODE TO FEED-SENT-BARCODE.
       MOVE CHANNEL-STATUS TO FEED-SENT-STATUS.
       MOVE RUN-DATE TO FEED-SENT-DATE.
       IF STATE-FOUND = "N"
           WRITE FEED-STATE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error writing channel feed record."
           END-WRITE
       ELSE
           REWRITE FEED-STATE-REGISTRATION
               INVALID KEY
                   DISPLAY "Error updating channel feed record."
           END-REWRITE
       END-IF.
