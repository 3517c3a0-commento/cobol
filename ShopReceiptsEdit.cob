       02 RECTYPECODE      PIC X.
           88  SHOPHEADER  VALUE "H".
           88  SHOPSALE    VALUE "S".
           88  SHOPVOID    VALUE "V".
           88  SHOPREFUND  VALUE "R".
           88  SHOPVOUCHERSALE VALUE "G".
           88  SHOPFOOTER  VALUE "F".
       02 SHOPID           PIC X(5).
       02 SHOPLOCATION     PIC X(30).
       02 SHOPBUSINESSDATE PIC X(8).
*>   Pads the header view out to the width of a sale line, so a whole
*>   line moves through the group and clean tables intact.
       02 FILLER           PIC X(10).
01     SALERECEIPT.
       02 FILLER           PIC X.
       02 ITEMID           PIC X(8).
       02 QTYSOLDTEXT      PIC XXX.
       02 ITEMCOSTTEXT     PIC X(5).
       02 TENDERTYPETEXT   PIC X.
        88 TENDERVALID     VALUE "C" "D" "G" "P" " ".
        88 VOUCHERTENDER   VALUE "G".
        88 POINTSTENDER    VALUE "P".
       02 RECEIPTTIMETEXT  PIC X(4).
       02 RECEIPTTIMEPARTS REDEFINES RECEIPTTIMETEXT.
           03 RECEIPTHOUR   PIC 99.
           03 RECEIPTMINUTE PIC 99.
       02 RECEIPTREFTEXT   PIC X(8).
       02 TILLOPERATORTEXT PIC X(6).
       02 ORIGRECEIPTREFTEXT PIC X(8).
       02 TENDERVOUCHERNOTEXT REDEFINES ORIGRECEIPTREFTEXT PIC X(8).
       02 LOYALTYCARDNOTEXT PIC X(10).
01     SHOPSALESCOUNT.
       02 FILLER           PIC X.
       02 RECCOUNTTEXT     PIC X(5).

FD     EDITREJECTSFILE.
01     EDITREJECTREC       PIC X(100).

WORKING-STORAGE SECTION.
01     SHOPRECEIPTSFILESTATUS      PIC XX.
*>   half a shop derails SUMMARIZESHOPSALES worse than no shop.
01     GROUPLINECOUNT              PIC 9(4) VALUE ZERO.
01     GROUPLINESTABLE.
       02 GROUPLINE                PIC X(54)
               OCCURS 0 TO 1000 TIMES DEPENDING ON GROUPLINECOUNT.
01     GROUPIDX                    PIC 9(4).

01     CLEANLINECOUNT              PIC 9(5) VALUE ZERO.
01     CLEANLINESTABLE.
       02 CLEANLINE                PIC X(54)
               OCCURS 0 TO 9000 TIMES DEPENDING ON CLEANLINECOUNT.
01     CLEANIDX                    PIC 9(5).

       02 FILLER                   PIC X(3) VALUE " - ".
       02 REJREASON                PIC X(35).
       02 FILLER                   PIC X(3) VALUE " - ".
       02 REJRECORDTEXT            PIC X(54).

01     RECORDSREADCOUNT            PIC 9(5) VALUE ZERO.
01     RECORDSREJECTEDCOUNT        PIC 9(5) VALUE ZERO.
               PERFORM HANDLEHEADERRECORD
           WHEN SHOPSALE
               PERFORM HANDLESALERECORD
           WHEN SHOPVOID
               PERFORM HANDLESALERECORD
           WHEN SHOPREFUND
               PERFORM HANDLESALERECORD
           WHEN SHOPVOUCHERSALE
               PERFORM HANDLESALERECORD
           WHEN SHOPFOOTER
               PERFORM HANDLEFOOTERRECORD
           WHEN OTHER
                   PERFORM REJECTONERECORD
               ELSE
*>   A blank tender is a record cut before tenders were carried and
*>   counts as cash; anything else must be C, D, a gift voucher or
*>   loyalty points or the settlement split cannot be trusted.
               IF NOT TENDERVALID
                   MOVE "TENDER TYPE NOT C, D, G OR P" TO REJREASON
                   PERFORM REJECTONERECORD
               ELSE
*>   A blank time is a till export from before receipt times were
*>   carried; a time that is there must be a real HHMM or the line
*>   lands in the wrong hour of SHOPTRADINGPATTERN.
               IF RECEIPTTIMETEXT NOT = SPACES
                   AND (RECEIPTTIMETEXT NOT NUMERIC
                        OR RECEIPTHOUR > 23 OR RECEIPTMINUTE > 59)
                   MOVE "RECEIPT TIME NOT HHMM" TO REJREASON
                   PERFORM REJECTONERECORD
               ELSE
*>   A void or refund nobody answers for, or that names no receipt it
*>   reverses, is exactly what loss prevention is looking for - it is
*>   turned back to the shop rather than netted off the takings.
               IF (SHOPVOID OR SHOPREFUND) AND TILLOPERATORTEXT = SPACES
                   MOVE "VOID OR REFUND WITHOUT OPERATOR" TO REJREASON
                   PERFORM REJECTONERECORD
               ELSE
               IF (SHOPVOID OR SHOPREFUND) AND ORIGRECEIPTREFTEXT = SPACES
                   MOVE "VOID OR REFUND WITHOUT ORIGINAL" TO REJREASON
                   PERFORM REJECTONERECORD
               ELSE
               PERFORM CHECKVOUCHERLINE
               IF REJREASON = SPACES
                   PERFORM CHECKLOYALTYLINE
               END-IF
               IF REJREASON NOT = SPACES
                   PERFORM REJECTONERECORD
               ELSE
                   ADD 1 TO GROUPLINECOUNT
                   MOVE SHOPDETAILS TO GROUPLINE(GROUPLINECOUNT)
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
       END-IF.

*>   A voucher the register cannot find is money nobody can account
*>   for: a voucher sold must carry its number in the item id, and a
*>   sale tendered by voucher carries the voucher's number where a
*>   refund carries its original receipt. Only a sale can be paid by
*>   voucher - a voucher bought with a voucher, or a refund paid out
*>   onto one, is turned back.
CHECKVOUCHERLINE.
       MOVE SPACES TO REJREASON
       EVALUATE TRUE
           WHEN SHOPVOUCHERSALE AND ITEMID = SPACES
               MOVE "VOUCHER SOLD WITHOUT A NUMBER" TO REJREASON
           WHEN SHOPVOUCHERSALE AND VOUCHERTENDER
               MOVE "VOUCHER PAID FOR BY VOUCHER" TO REJREASON
           WHEN VOUCHERTENDER AND NOT SHOPSALE
               MOVE "ONLY A SALE CAN TAKE A VOUCHER" TO REJREASON
           WHEN VOUCHERTENDER AND TENDERVOUCHERNOTEXT = SPACES
               MOVE "VOUCHER TENDER WITHOUT NUMBER" TO REJREASON
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

*>   The loyalty card is optional on any line, but one that is there
*>   must be a card number LOYALTYPOINTSUPDATE can find, and points can
*>   only pay for a sale rung to a card they can come off.
CHECKLOYALTYLINE.
       MOVE SPACES TO REJREASON
       EVALUATE TRUE
           WHEN LOYALTYCARDNOTEXT NOT = SPACES
                   AND LOYALTYCARDNOTEXT NOT NUMERIC
               MOVE "LOYALTY CARD NUMBER NOT NUMERIC" TO REJREASON
           WHEN POINTSTENDER AND NOT SHOPSALE
               MOVE "ONLY A SALE CAN TAKE POINTS" TO REJREASON
           WHEN POINTSTENDER AND LOYALTYCARDNOTEXT = SPACES
               MOVE "POINTS TENDER WITHOUT A CARD" TO REJREASON
           WHEN OTHER
               CONTINUE
       END-EVALUATE.

HANDLEFOOTERRECORD.
       IF OUTSIDESHOPGROUP
           MOVE "FOOTER RECORD OUTSIDE SHOP BRACKETS" TO REJREASON
