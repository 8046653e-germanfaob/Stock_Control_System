      * The notes one document prints for an order: the customer's
      * standing instructions and the order's own notes for the
      * given audience (P picking, K packing, D driver, I invoice),
      * each ready to print. A ship-complete order adds a warning
      * line for the picking and packing audiences.
       01  NOTES-CUSTOMER-ID PIC 9(6).
       01  NOTES-ORDER-ID PIC 9(6).
       01  NOTES-AUDIENCE PIC X(01).
       01  NOTES-SHIP-COMPLETE PIC X(01).
       01  NOTES-COUNT PIC 9(2).
       01  NOTES-TABLE.
           05  NOTES-LINE PIC X(80) OCCURS 20 TIMES.
