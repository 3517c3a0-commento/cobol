       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
       02 LIFECYCLESTATUS-MF   PIC X.

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       02 SUPPLIERCONTACT-SMF  PIC X(30).
       02 LEADTIMEDAYS-SMF     PIC 9(3).
       02 CURRENCYCODE-SMF     PIC X(3).
       02 PAYMENTTERMS-SMF     PIC 9(3).

FD     CATEGORYREFERENCEFILE.
01     CATEGORYREFERENCEREC.
