       88  ENDOFITEMSALESDETAIL   VALUE HIGH-VALUES.
       02  DETAILITEMID           PIC X(8).
       02  DETAILSALEVALUE        PIC 9(7)V99.
       02  DETAILQTYSOLD          PIC 9(3).
       02  DETAILSHOPID           PIC X(5).
       02  DETAILBUSINESSDATE     PIC X(8).
       02  DETAILTENDERTYPE       PIC X.
       02  DETAILLOYALTYCARDNO    PIC X(10).
       02  DETAILLINETYPE         PIC X.
           88 DETAILSALELINE      VALUE "S" SPACE.

FD     ITEMMASTERFILE.
01     ITEMMASTERREC.
       02 FILLER                  PIC X(12) VALUE "SHRINKAGE".
       02 FILLER                  PIC X(12) VALUE "OILINVENTORY".
       02 FILLER                  PIC X(12) VALUE "VATOUTPUT".
       02 FILLER                  PIC X(12) VALUE "APINVOICES".
       02 FILLER                  PIC X(12) VALUE "APPAYMENTS".
       02 FILLER                  PIC X(12) VALUE "REBATEACCRUE".
       02 FILLER                  PIC X(12) VALUE "OILSAMPLES".
       02 FILLER                  PIC X(12) VALUE "VOUCHERISSUE".
       02 FILLER                  PIC X(12) VALUE "VOUCHERSPENT".
       02 FILLER                  PIC X(12) VALUE "VOUCHERLAPSE".
       02 FILLER                  PIC X(12) VALUE "CHARGEBACKS".
       02 FILLER                  PIC X(12) VALUE "PREPAIDTOPUP".
       02 FILLER                  PIC X(12) VALUE "PREPAIDUSED".
       02 FILLER                  PIC X(12) VALUE "SHOPVAT".
       02 FILLER                  PIC X(12) VALUE "BILLINGVAT".
       02 FILLER                  PIC X(12) VALUE "INPUTVAT".
       02 FILLER                  PIC X(12) VALUE "FXDIFFERENCE".
01     FILLER REDEFINES EXPECTEDGLSOURCES.
       02 EXPECTEDGLSOURCE        PIC X(12) OCCURS 22 TIMES.
01     EXPECTEDGLSOURCEIDX        PIC 9(2).

*>   Every finding lands in this table in descending money order, so
       PERFORM CHECKONEITEMMASTERID
           VARYING ITEMMASTERIDX FROM 1 BY 1
           UNTIL ITEMMASTERIDX > ITEMMASTERIDCOUNT
       IF NOT ITEMONMASTER AND DETAILSALELINE
           PERFORM NOTEUNKNOWNITEMVALUE
       END-IF
       READ ITEMSALESDETAILFILE
       END-IF
       PERFORM CHECKONEEXPECTEDSOURCE
           VARYING EXPECTEDGLSOURCEIDX FROM 1 BY 1
           UNTIL EXPECTEDGLSOURCEIDX > 22.

STOREONEGLSOURCEKEY.
       ADD 1 TO GLSOURCECOUNT
