       02 CATEGORYCODE-PMF      PIC X(3).
       02 COSTPRICE-PMF         PIC 9(4)V99.
       02 EAN-PMF               PIC 9(13).
       02 SERIALCONTROL-PMF     PIC X.
       02 LIFECYCLESTATUS-PMF   PIC X.

FD     CURRENTMASTERFILE.
01     CURRENTMASTERREC.
       02 CATEGORYCODE-CMF      PIC X(3).
       02 COSTPRICE-CMF         PIC 9(4)V99.
       02 EAN-CMF               PIC 9(13).
       02 SERIALCONTROL-CMF     PIC X.
       02 LIFECYCLESTATUS-CMF   PIC X.

FD     AUDITTRAILFILE.
01     AUDITREC.
*>   impact is
*>   looked up from whichever master generation still has it: the
*>   current generation for everything still on file, the prior
*>   generation for a gadget a DELETE has since removed. TRANSFER,
*>   COSTCHG and AVGCOST audit lines move stock between locations or
*>   restate the cost price - none changes the retail valuation, so
*>   all are skipped here.
COMPUTENETTRANSACTIONEFFECT.
       OPEN INPUT AUDITTRAILFILE
       READ AUDITTRAILFILE
               CONTINUE
           WHEN AUDITTXTYPE = "COSTCHG"
               CONTINUE
           WHEN AUDITTXTYPE = "AVGCOST"
               CONTINUE
*>   Promotion flips carry old and new prices, so they value the same
*>   way a price change does. SUPPCHG lines carry supplier ids and
*>   BACKORDER lines carry the parked shortfall - neither is a stock
