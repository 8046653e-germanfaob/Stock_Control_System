       FD  CASES-FILE.
       01  CASE-REGISTRATION.
           05  CASE-ID               PIC 9(6).
           05  CASE-CUSTOMER-ID      PIC 9(6).
           05  CASE-ORDER-ID         PIC 9(6).
           05  CASE-SHIPMENT-SEQ     PIC 9(2).
           05  CASE-CARRIER-CODE     PIC X(4).
           05  CASE-PRODUCT-ID       PIC X(15).
           05  CASE-SERIAL-NUMBER    PIC X(20).
           05  CASE-INVOICE-ID       PIC 9(6).
           05  CASE-CATEGORY         PIC X(01).
               88  CASE-IS-LATE-DELIVERY VALUE "L".
               88  CASE-IS-WRONG-ITEM    VALUE "W".
               88  CASE-IS-DAMAGED       VALUE "D".
               88  CASE-IS-FAULTY        VALUE "F".
               88  CASE-IS-BILLING       VALUE "B".
               88  CASE-IS-OTHER         VALUE "O".
               88  CASE-CATEGORY-IS-VALID VALUE "L" "W" "D" "F" "B" "O".
           05  CASE-PRIORITY         PIC X(01).
               88  CASE-IS-HIGH          VALUE "H".
               88  CASE-IS-NORMAL        VALUE "N".
               88  CASE-IS-LOW           VALUE "L".
           05  CASE-SUMMARY          PIC X(60).
           05  CASE-OWNER            PIC X(10).
           05  CASE-OPENED-DATE      PIC 9(8).
           05  CASE-OPENED-BY        PIC X(10).
           05  CASE-STATUS           PIC X(01).
               88  CASE-IS-OPEN          VALUE "O".
               88  CASE-IS-RESOLVED      VALUE "R".
           05  CASE-RESOLVED-DATE    PIC 9(8).
           05  CASE-RESOLUTION       PIC X(60).
           05  CASE-OUTCOME          PIC X(01).
               88  CASE-ENDED-IN-RETURN  VALUE "R".
               88  CASE-ENDED-IN-CREDIT  VALUE "C".
               88  CASE-ENDED-IN-RESHIP  VALUE "S".
               88  CASE-ENDED-NO-ACTION  VALUE "N".
           05  CASE-OUTCOME-REF      PIC 9(6).
           05  CASE-LAST-NOTE-SEQ    PIC 9(3).
           05  CASE-COMPANY-CODE     PIC X(2).
