       02 POSTATUS-POR           PIC X.
        88 POOPEN-POR            VALUE "O".
        88 POCLOSED-POR          VALUE "C".
       02 UNITCOST-POR           PIC 9(4)V99.

FD     SUPPLIERMASTERFILE.
01     SUPPLIERMASTERREC.
       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     CHASINGREPORTFILE.
01     CHASINGPRINTLINE          PIC X(100).
