            05  MS-KEY              PIC X(9).
                88  MS-IS-CONTROL       VALUE "*CONTROL*".
            05  MS-DATA             PIC X(10).
            05  MS-OFFICE           PIC X(5).
            05  FILLER              PIC X(4).
        01  MASTER-CTL-REC.
            05  MC-KEY              PIC X(9).
            05  MC-RECORD-COUNT     PIC 9(9).
               INVALID KEY
                 DISPLAY "Master : not on the master file"
               NOT INVALID KEY
                 DISPLAY "Master : data [" MS-DATA "] office ["
                         MS-OFFICE "]"
             END-READ
             CLOSE MASTER-FILE
           END-IF.
