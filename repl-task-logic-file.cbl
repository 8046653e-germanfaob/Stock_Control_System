           05  TASK-STATUS          PIC X(12).
               88  TASK-IS-OPEN VALUE "Open".
               88  TASK-IS-DONE VALUE "Done".
           05  TASK-DONE-BY         PIC X(10).
           05  TASK-DONE-DATE       PIC 9(8).
