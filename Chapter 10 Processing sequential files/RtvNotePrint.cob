       02 SUPPLIERCONTACT-SMF    PIC X(30).
       02 LEADTIMEDAYS-SMF       PIC 9(3).
       02 CURRENCYCODE-SMF       PIC X(3).
       02 PAYMENTTERMS-SMF       PIC 9(3).

FD     RTVNOTEFILE.
01     RTVNOTELINE               PIC X(100).
