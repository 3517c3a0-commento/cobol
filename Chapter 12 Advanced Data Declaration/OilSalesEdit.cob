        88 CREDITNOTE-SR       VALUE "C".
       02  ORIGSALEDATE-SR     PIC 9(8).
       02  SALESREPCODE-SR     PIC X(3).
       02  QUOTENUMBER-SR      PIC 9(6).
       02  QUOTEDUNITPRICE-SR  PIC 99V99.
       02  QUOTEDDISCOUNTPCT-SR PIC 99V9.
       02  ORDERNUMBER-SR      PIC 9(6).
       02  ORDERLINENUM-SR     PIC 99.

FD     OILPRICEFILE.
01     OILPRICEREC.
        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     SALESREJECTSFILE.
01     SALESREJECTREC.
       02 REJECTSALESLINE       PIC X(53).
       02 FILLER                PIC X(3).
       02 REJECTSALESREASON     PIC X(40).

       88 BASEOILSALESFILEOK    VALUE "00".

01     PRICEDOILSWITCHES.
       02 OILONFILEFLAG         PIC X OCCURS 20 TIMES VALUE "N".

01     CUSTOMERCOUNT            PIC 9(4) VALUE ZERO.
01     CUSTOMERTABLE.

01     CLEANSALESCOUNT          PIC 9(5) VALUE ZERO.
01     CLEANSALESTABLE.
       02 CLEANSALESLINE        PIC X(53)
               OCCURS 0 TO 5000 TIMES DEPENDING ON CLEANSALESCOUNT.
01     CLEANIDX                 PIC 9(5).

       88 CUSTOMERNOTONFILE     VALUE "N".

01     SALESREJECTLINE.
       02 WRKREJECTSALESLINE    PIC X(53).
       02 FILLER                PIC X(3) VALUE " - ".
       02 WRKREJECTSALESREASON  PIC X(40).

               SET SALESRECORDINVALID TO TRUE
               MOVE "OIL NUMBER NOT NUMERIC" TO SALESREJECTREASONTEXT
           ELSE
               IF OILNUM < 1 OR OILNUM > 20
                   SET SALESRECORDINVALID TO TRUE
                   MOVE "OIL NUMBER OUTSIDE THE OILS TABLE"
                       TO SALESREJECTREASONTEXT
           END-IF
       END-IF

       IF SALESRECORDVALID
           IF QUOTENUMBER-SR IS NUMERIC AND QUOTENUMBER-SR > ZERO
               IF QUOTEDUNITPRICE-SR NOT NUMERIC
                       OR QUOTEDDISCOUNTPCT-SR NOT NUMERIC
                   SET SALESRECORDINVALID TO TRUE
                   MOVE "QUOTED PRICE OR DISCOUNT NOT NUMERIC"
                       TO SALESREJECTREASONTEXT
               END-IF
           END-IF
       END-IF

       IF SALESRECORDVALID
           PERFORM VALIDATESALESDATE
       END-IF.
       CLOSE OILPRICEFILE.

MARKONEPRICEDOIL.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE "Y" TO OILONFILEFLAG(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
