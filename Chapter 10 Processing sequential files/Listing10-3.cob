       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
       02 LIFECYCLESTATUS-MF   PIC X.

FD     NEWSTOCKFILE.
01     NEWSTOCKREC.
       02 CATEGORYCODE-NSF     PIC X(3).
       02 COSTPRICE-NSF        PIC 9(4)V99.
       02 EAN-NSF              PIC 9(13).
       02 SERIALCONTROL-NSF    PIC X.
       02 LIFECYCLESTATUS-NSF  PIC X.

*>   The transaction record layouts match TRANSACTIONENTRY's and
*>   LISTING10-4's exactly - this listing shares the same live files,
                       MOVE CATEGORYCODE-IR TO CATEGORYCODE-NSF
                       MOVE COSTPRICE-IR TO COSTPRICE-NSF
                       MOVE EAN-IR TO EAN-NSF
                       MOVE "N" TO SERIALCONTROL-NSF
                       MOVE "A" TO LIFECYCLESTATUS-NSF
                       MOVE ZERO TO QTYATLOCATION-NSF(1)
                       MOVE ZERO TO QTYATLOCATION-NSF(2)
                       MOVE QTYINSTOCK-NSF TO QTYATLOCATION-NSF(3)
