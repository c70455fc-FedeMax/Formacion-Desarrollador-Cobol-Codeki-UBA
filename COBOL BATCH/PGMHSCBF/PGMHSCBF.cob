           05 HS-ENTSAL               PIC X(01).
           05 HS-CANTIDAD             PIC 9(05).
           05 HS-FECHA                PIC 9(08).
           05 FILLER                  PIC X(34).

       FD   STOCK
           BLOCK CONTAINS 0 RECORDS
