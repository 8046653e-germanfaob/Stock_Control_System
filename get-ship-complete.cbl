       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-ship-complete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      * Creating physical file in dynamic mode.
       FILE-CONTROL.
       COPY "customer-physical-file.cbl".

       DATA DIVISION.
       FILE SECTION.
      * Logic file with customer fields.
       COPY "customer-logic-file.cbl".

       LINKAGE SECTION.
      * For the order writers that do not hold the customer file:
      * hands back "Y" when the account takes no partial shipments,
      * so the new order carries the customer's standing rule.
       01  WANTED-CUSTOMER-ID PIC 9(6).
       01  SHIP-COMPLETE-OUT PIC X(01).

       PROCEDURE DIVISION USING WANTED-CUSTOMER-ID
           SHIP-COMPLETE-OUT.
       PROGRAM-BEGIN.
       MOVE "N" TO SHIP-COMPLETE-OUT.
       OPEN I-O CUSTOMERS-FILE.
       MOVE WANTED-CUSTOMER-ID TO CUSTOMER-ID.
       READ CUSTOMERS-FILE RECORD
           NOT INVALID KEY
               IF CUSTOMER-SHIPS-COMPLETE
                   MOVE "Y" TO SHIP-COMPLETE-OUT
               END-IF
       END-READ.
       CLOSE CUSTOMERS-FILE.
       GOBACK.
