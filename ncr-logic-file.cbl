       FD  NCR-FILE.
       01  NCR-REGISTRATION.
           05  NCR-ID                 PIC 9(6).
           05  NCR-RAISED-DATE        PIC 9(8).
           05  NCR-RAISED-BY          PIC X(10).
           05  NCR-SOURCE             PIC X(01).
               88  NCR-FROM-INSPECTION VALUE "I".
               88  NCR-FROM-RETURN     VALUE "R".
               88  NCR-FROM-CYCLE-COUNT VALUE "C".
               88  NCR-FROM-MANUAL     VALUE "M".
           05  NCR-SOURCE-REFERENCE   PIC X(20).
           05  NCR-VENDOR-ID          PIC 9(5).
           05  NCR-PRODUCT-ID         PIC X(15).
           05  NCR-DEFECT-CODE        PIC X(6).
           05  NCR-QUANTITY           PIC 9(5).
           05  NCR-PO-ID              PIC 9(6).
           05  NCR-LOT-NUMBER         PIC X(10).
           05  NCR-CONTAINMENT        PIC X(30).
           05  NCR-CA-DUE-DATE        PIC 9(8).
           05  NCR-STATUS             PIC X(01).
               88  NCR-IS-OPEN         VALUE "O".
               88  NCR-IS-ACCEPTED     VALUE "A".
               88  NCR-IS-DISPUTED     VALUE "D".
               88  NCR-IS-CHARGED-BACK VALUE "C".
               88  NCR-IS-CLOSED       VALUE "X".
           05  NCR-RESPONSE-DATE      PIC 9(8).
           05  NCR-CA-RECEIVED-DATE   PIC 9(8).
           05  NCR-RTV-ID             PIC 9(6).
           05  NCR-COMPANY-CODE       PIC X(2).
