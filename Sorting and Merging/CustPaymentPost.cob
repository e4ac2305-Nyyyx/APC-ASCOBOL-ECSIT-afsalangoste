           02  cmCredit-Limit               PIC 9(7)V99.
           02  cmTerms-Days                 PIC 9(3).
           02  cmPoints                     PIC 9(7).
           02  cmPrice-Tier                 PIC X.

       FD  CustAR-File.
       COPY CARREC.
