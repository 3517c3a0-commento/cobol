        88 CUSTOMERONHOLD-CMF   VALUE "H".
       02  TAXEXEMPTFLAG-CMF    PIC X.
        88 CUSTOMERTAXEXEMPT-CMF VALUE "E".
       02  CURRENCYCODE-CMF     PIC X(3).

FD     DISCOUNTTIERFILE.
01     DISCOUNTTIERREC.

01     OILCOUNT                PIC 9(4) VALUE ZERO.
01     OILSTABLE.
       02  BASEOIL OCCURS 20 TIMES INDEXED BY OILIDX.
           03 OILNAME        PIC X(16).
           03 OILGENERATIONCOUNT PIC 9(2) VALUE ZERO.
           03 OILPRICEGENERATION OCCURS 10 TIMES.
           AFTER ADVANCING 2 LINES

       PERFORM PRINTONEOILLINE
           VARYING OILPRINTNUM FROM 1 BY 1 UNTIL OILPRINTNUM > 20

       PERFORM PRINTTIERFOOTNOTES
       CLOSE PRICELISTREPORTFILE
