
       FD  CONHDRHSA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONHDRHSA-RECORD           PIC X(94).

       FD  PRGRPT-FILE
           LABEL RECORDS ARE OMITTED
