       02 CATEGORYCODE-NSF       PIC X(3).
       02 COSTPRICE-NSF          PIC 9(4)V99.
       02 EAN-NSF                PIC 9(13).
       02 SERIALCONTROL-NSF      PIC X.
       02 LIFECYCLESTATUS-NSF    PIC X.

FD     LABELPRINTFILE.
01     LABELPRINTREC.
