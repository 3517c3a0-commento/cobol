        88 WORKGOODSRECEIVED    VALUE "07".
        88 WORKTRANSFERSTOCK    VALUE "10".
        88 WORKCOSTCHANGE       VALUE "11".
        88 WORKRETURNTOVENDOR   VALUE "12".
       02 WORKGADGETID          PIC X(6).
       02 WORKGADGETNAME        PIC X(30).
       02 WORKQTYINSTOCK        PIC X(4).
       02 FILLER                PIC X(8).
       02 WORKQUANTITY          PIC X(4).
       02 WORKREASONCODE        PIC X(2).
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(12).
       02 WORKRECEIPTPONUMBER   PIC X(6).
       02 WORKRECEIPTUNITCOST   PIC X(6).
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(8).
       02 WORKTRANSFERQTY       PIC X(4).
       02 WORKFROMLOCATION      PIC X.
       02 WORKTOLOCATION        PIC X.
*>   Serial numbers follow the fixed fields of each movement type, so
*>   each type has its own view of where the serial sits.
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(12).
       02 WORKSUBTRACTSERIAL    PIC X(20).
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(14).
       02 WORKRETURNSERIAL      PIC X(20).
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(24).
       02 WORKRECEIPTSERIAL     PIC X(20).
01     FILLER REDEFINES WORKTRANSACTION.
       02 FILLER                PIC X(18).
       02 WORKVENDORRETURNSERIAL PIC X(20).

01     FIELDENTRY               PIC X(30).

           WHEN WORKINSERTION       PERFORM REENTERINSERTIONFIELDS
           WHEN WORKUPDATEPRICE     PERFORM REENTERPRICECHANGEFIELDS
           WHEN WORKADDTOSTOCK      PERFORM REENTERQUANTITYFIELD
           WHEN WORKSUBTRACTSTOCK   PERFORM REENTERSUBTRACTFIELDS
           WHEN WORKRETURNSTOCK     PERFORM REENTERRETURNFIELDS
           WHEN WORKGOODSRECEIVED   PERFORM REENTERRECEIPTFIELDS
           WHEN WORKTRANSFERSTOCK   PERFORM REENTERTRANSFERFIELDS
           WHEN WORKCOSTCHANGE      PERFORM REENTERPRICEFIELD
           WHEN WORKRETURNTOVENDOR  PERFORM REENTERVENDORRETURNFIELDS
           WHEN OTHER               CONTINUE
       END-EVALUATE.

           MOVE FIELDENTRY(1:4) TO WORKQUANTITY
       END-IF.

REENTERSUBTRACTFIELDS.
       PERFORM REENTERQUANTITYFIELD
       DISPLAY "SERIAL NUMBER (" WORKSUBTRACTSERIAL "): "
           WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:20) TO WORKSUBTRACTSERIAL
       END-IF.

REENTERRETURNFIELDS.
       PERFORM REENTERQUANTITYFIELD
       DISPLAY "REASON CODE (" WORKREASONCODE "): " WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:2) TO WORKREASONCODE
       END-IF
       DISPLAY "SERIAL NUMBER (" WORKRETURNSERIAL "): "
           WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:20) TO WORKRETURNSERIAL
       END-IF.

REENTERVENDORRETURNFIELDS.
       PERFORM REENTERQUANTITYFIELD
       DISPLAY "SERIAL NUMBER (" WORKVENDORRETURNSERIAL "): "
           WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:20) TO WORKVENDORRETURNSERIAL
       END-IF.

REENTERRECEIPTFIELDS.
       PERFORM REENTERQUANTITYFIELD
       DISPLAY "PO NUMBER (" WORKRECEIPTPONUMBER "): " WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:6) TO WORKRECEIPTPONUMBER
       END-IF
       DISPLAY "UNIT COST PAID (" WORKRECEIPTUNITCOST "): "
           WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:6) TO WORKRECEIPTUNITCOST
       END-IF
       DISPLAY "SERIAL NUMBER (" WORKRECEIPTSERIAL "): "
           WITH NO ADVANCING
       PERFORM ACCEPTFIELDENTRY
       IF FIELDENTRY NOT = SPACES
           MOVE FIELDENTRY(1:20) TO WORKRECEIPTSERIAL
       END-IF.

REENTERTRANSFERFIELDS.
