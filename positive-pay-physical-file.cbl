           SELECT POSITIVE-PAY-FILE ASSIGN TO POSITIVE-PAY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
