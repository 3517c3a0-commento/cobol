FD     BACKUPMASTERFILE.
01     BACKUPMASTERREC.
       88 ENDOFBACKUPFILE      VALUE HIGH-VALUES.
       02 BACKUPRECORDIMAGE    PIC X(86).

FD     MASTERSTOCKFILE.
01     MASTERSTOCKREC.
       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
       02 LIFECYCLESTATUS-MF   PIC X.

FD     AUDITTRAILFILE.
01     AUDITREC.
               PERFORM REPLAYPRICECHANGE
           WHEN "COSTCHG"
               PERFORM REPLAYCOSTCHANGE
           WHEN "AVGCOST"
               PERFORM REPLAYCOSTCHANGE
           WHEN "PROMOSTART"
               PERFORM REPLAYPRICECHANGE
           WHEN "PROMOEND"
               PERFORM REPLAYSUPPLIERCHANGE
           WHEN "CATCHG"
               PERFORM REPLAYCATEGORYCHANGE
           WHEN "SERIALCHG"
               PERFORM REPLAYSERIALCONTROLCHANGE
           WHEN "LIFECYCLE"
               PERFORM REPLAYLIFECYCLECHANGE
*>   BACKORDER lines carry the parked shortfall, not a stock level -
*>   the paired SUBSTOCK line already carries the real movement, so
*>   restating the shortfall as a quantity would wreck the master.
               ADD 1 TO REPLAYEDCOUNT
       END-READ.

REPLAYSERIALCONTROLCHANGE.
       MOVE AUDITGADGETID TO GADGETID-MF
       READ MASTERSTOCKFILE
           INVALID KEY PERFORM REPORTNOTONMASTER
           NOT INVALID KEY
               MOVE AUDITNEWTEXT(1:1) TO SERIALCONTROL-MF
               REWRITE MASTERSTOCKREC
               ADD 1 TO REPLAYEDCOUNT
       END-READ.

REPLAYLIFECYCLECHANGE.
       MOVE AUDITGADGETID TO GADGETID-MF
       READ MASTERSTOCKFILE
           INVALID KEY PERFORM REPORTNOTONMASTER
           NOT INVALID KEY
               MOVE AUDITNEWTEXT(1:1) TO LIFECYCLESTATUS-MF
               REWRITE MASTERSTOCKREC
               ADD 1 TO REPLAYEDCOUNT
       END-READ.

*>   Restating the total alone would break the locations-sum-to-total
*>   invariant every other program maintains, so the movement is
*>   applied to a location the same way the stock update applies it:
