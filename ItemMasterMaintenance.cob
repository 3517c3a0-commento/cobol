       88  ENDOFITEMSALESDETAIL VALUE HIGH-VALUES.
       02  DETAILITEMID         PIC X(8).
       02  DETAILSALEVALUE      PIC 9(7)V99.
       02  DETAILQTYSOLD        PIC 9(3).
       02  DETAILSHOPID         PIC X(5).
       02  DETAILBUSINESSDATE   PIC X(8).
       02  DETAILTENDERTYPE     PIC X.
       02  DETAILLOYALTYCARDNO  PIC X(10).
       02  DETAILLINETYPE       PIC X.
           88 DETAILSALELINE    VALUE "S" SPACE.

FD     ITEMCHANGELOGFILE.
01     ITEMCHANGELOGREC.
       END-IF.

CHECKONEDETAILFORITEM.
       IF DETAILITEMID = ITEMIDENTRY AND DETAILSALELINE
           ADD 1 TO RECENTSALESCOUNT
           ADD DETAILSALEVALUE TO RECENTSALESVALUE
       END-IF
