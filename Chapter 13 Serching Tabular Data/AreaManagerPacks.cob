           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPMASTERFILESTATUS.

       SELECT SHOPFOOTFALLFILE ASSIGN TO "ShopFootfall.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHOPFOOTFALLFILESTATUS.

*>   One pack file per area manager, named by the manager's slot so
*>   the morning shift can mail each manager exactly their file.
       SELECT AREAPACKFILE ASSIGN TO DYNAMIC AREAPACKFILENAME
       02  OPENDATE-SMF           PIC 9(8).
       02  CLOSEDATE-SMF          PIC 9(8).

FD     SHOPFOOTFALLFILE.
01     SHOPFOOTFALLREC.
       88  ENDOFSHOPFOOTFALLFILE  VALUE HIGH-VALUES.
       02  SHOPID-SFF             PIC 9(5).
       02  PERIODDATE-SFF         PIC 9(8).
       02  VISITORS-SFF           PIC 9(7).
       02  CAPTUREDDATE-SFF       PIC 9(8).
       02  OPERATORID-SFF         PIC X(8).

FD     AREAPACKFILE.
01     AREAPACKLINE               PIC X(132).

       88 JEANSPRICEFILEOK         VALUE "00".
01     SHOPMASTERFILESTATUS        PIC XX.
       88 SHOPMASTERFILEOK         VALUE "00".
01     SHOPFOOTFALLFILESTATUS      PIC XX.
       88 SHOPFOOTFALLFILEOK       VALUE "00".

01     COLORCOUNT                  PIC 9(2)    VALUE ZERO.
01     COLORREFERENCETABLE.
01     CHAINRANKS.
       02 CHAINRANKOFSHOP          PIC 9(4) OCCURS 150 TIMES VALUE ZERO.

*>   Door-counter footfall for the latest period counted up to the run
*>   date, set against each shop's units and value the way
*>   JEANSCONVERSION sets it, and the shop's rank in its region on
*>   value per visitor.
01     FOOTFALLPERIODDATE          PIC 9(8)    VALUE ZERO.
01     SHOPCONVERSIONS.
       02 SHOPCONVERSION OCCURS 150 TIMES.
           03 SHOPREGIONNAME       PIC X(10).
           03 SHOPVISITORS         PIC 9(7).
           03 SHOPVALUE            PIC 9(9)V99.
           03 SHOPUNITSPERVISITOR  PIC 9(3)V99.
           03 SHOPVALUEPERVISITOR  PIC 9(5)V99.
           03 REGIONRANKOFSHOP     PIC 9(4).
01     CONVERSIONLINESWRITTEN      PIC 9(4)    VALUE ZERO.

01     WORKSHOPIDX                 PIC 9(4).
01     WORKSHOPIDX2                PIC 9(4).
01     COLORIDX2                   PIC 9(2).
       02 FILLER                   PIC X(22)
               VALUE "  ** BELOW PRIOR **".

01     PACKCONVERSIONHEADING.
       02 FILLER                   PIC X(41)
               VALUE "SELLING CONVERSION - FOOTFALL FOR PERIOD ".
       02 PRNCONVPERIOD            PIC 9(8).

01     PACKCONVERSIONLINE.
       02 PRNCONVSHOPID            PIC 9(5).
       02 FILLER                   PIC X(2)   VALUE SPACES.
       02 PRNCONVSHOPNAME          PIC X(15).
       02 FILLER                   PIC X(11)  VALUE "  VISITORS ".
       02 PRNCONVVISITORS          PIC Z,ZZZ,ZZ9.
       02 FILLER                   PIC X(13)  VALUE "  UNITS/VIS  ".
       02 PRNCONVUNITSPERVISITOR   PIC ZZ9.99.
       02 FILLER                   PIC X(13)  VALUE "  VALUE/VIS  ".
       02 PRNCONVVALUEPERVISITOR   PIC $$,$$9.99.
       02 FILLER                   PIC X(15)  VALUE "  REGION RANK  ".
       02 PRNCONVREGIONRANK        PIC ZZZ9.

01     PACKNOFOOTFALLLINE.
       02 PRNNFSHOPID              PIC 9(5).
       02 FILLER                   PIC X(2)   VALUE SPACES.
       02 PRNNFSHOPNAME            PIC X(15).
       02 FILLER                   PIC X(22)
               VALUE "  NO FOOTFALL READING".

PROCEDURE DIVISION.
BEGIN.
       PERFORM LOADCOLORREFERENCE

       PERFORM COMPUTESHOPUNITTOTALS
       PERFORM COMPUTECHAINRANKS
       PERFORM FINDFOOTFALLPERIOD
       PERFORM COMPUTESHOPCONVERSIONS

       PERFORM CUTONEMANAGERPACK
           VARYING MANAGERIDX FROM 1 BY 1 UNTIL MANAGERIDX > MANAGERCOUNT
           WRITE AREAPACKLINE
       END-IF

       IF FOOTFALLPERIODDATE = ZERO
           MOVE "SELLING CONVERSION - NO FOOTFALL COUNTED YET"
               TO AREAPACKLINE
           WRITE AREAPACKLINE
       ELSE
           MOVE FOOTFALLPERIODDATE TO PRNCONVPERIOD
           WRITE AREAPACKLINE FROM PACKCONVERSIONHEADING
           PERFORM WRITECONVERSIONIFMANAGERS
               VARYING WORKSHOPIDX FROM 1 BY 1
               UNTIL WORKSHOPIDX > OCCUPIEDSHOPCOUNT
       END-IF

       CLOSE AREAPACKFILE
       ADD 1 TO PACKSCUTCOUNT.

           END-IF
       END-IF.

WRITECONVERSIONIFMANAGERS.
       PERFORM FINDMANAGERFORSHOP
       IF SHOPMANAGERFOUND = MANAGERNAME(MANAGERIDX)
           IF SHOPVISITORS(WORKSHOPIDX) > ZERO
               MOVE SHOPID(WORKSHOPIDX)   TO PRNCONVSHOPID
               MOVE SHOPNAME(WORKSHOPIDX) TO PRNCONVSHOPNAME
               MOVE SHOPVISITORS(WORKSHOPIDX) TO PRNCONVVISITORS
               MOVE SHOPUNITSPERVISITOR(WORKSHOPIDX)
                   TO PRNCONVUNITSPERVISITOR
               MOVE SHOPVALUEPERVISITOR(WORKSHOPIDX)
                   TO PRNCONVVALUEPERVISITOR
               MOVE REGIONRANKOFSHOP(WORKSHOPIDX) TO PRNCONVREGIONRANK
               WRITE AREAPACKLINE FROM PACKCONVERSIONLINE
           ELSE
               MOVE SHOPID(WORKSHOPIDX)   TO PRNNFSHOPID
               MOVE SHOPNAME(WORKSHOPIDX) TO PRNNFSHOPNAME
               WRITE AREAPACKLINE FROM PACKNOFOOTFALLLINE
           END-IF
       END-IF.

FINDPRIORUNITSFORSHOP.
       SET PRIORROWNOTFOUND TO TRUE
       IF OCCUPIEDPRIORSHOPCOUNT > ZERO
           ADD 1 TO CHAINRANKOFSHOP(WORKSHOPIDX)
       END-IF.

FINDFOOTFALLPERIOD.
       OPEN INPUT SHOPFOOTFALLFILE
       IF SHOPFOOTFALLFILEOK
           READ SHOPFOOTFALLFILE
               AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
           END-READ
           PERFORM NOTEONEFOOTFALLPERIOD UNTIL ENDOFSHOPFOOTFALLFILE
           CLOSE SHOPFOOTFALLFILE
       END-IF.

NOTEONEFOOTFALLPERIOD.
       IF PERIODDATE-SFF > FOOTFALLPERIODDATE
               AND PERIODDATE-SFF NOT > RUNDATE
           MOVE PERIODDATE-SFF TO FOOTFALLPERIODDATE
       END-IF
       READ SHOPFOOTFALLFILE
           AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
       END-READ.

COMPUTESHOPCONVERSIONS.
       INITIALIZE SHOPCONVERSIONS
       IF FOOTFALLPERIODDATE > ZERO
           OPEN INPUT SHOPFOOTFALLFILE
           READ SHOPFOOTFALLFILE
               AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
           END-READ
           PERFORM TAKEONEFOOTFALLROW UNTIL ENDOFSHOPFOOTFALLFILE
           CLOSE SHOPFOOTFALLFILE
       END-IF
       PERFORM SETONESHOPCONVERSION
           VARYING WORKSHOPIDX FROM 1 BY 1
           UNTIL WORKSHOPIDX > OCCUPIEDSHOPCOUNT
       PERFORM RANKONESHOPINREGION
           VARYING WORKSHOPIDX FROM 1 BY 1
           UNTIL WORKSHOPIDX > OCCUPIEDSHOPCOUNT.

TAKEONEFOOTFALLROW.
       IF PERIODDATE-SFF = FOOTFALLPERIODDATE
           SEARCH ALL SHOP
               AT END CONTINUE
               WHEN SHOPID(SHOPIDX) = SHOPID-SFF
                   SET WORKSHOPIDX TO SHOPIDX
                   ADD VISITORS-SFF TO SHOPVISITORS(WORKSHOPIDX)
           END-SEARCH
       END-IF
       READ SHOPFOOTFALLFILE
           AT END SET ENDOFSHOPFOOTFALLFILE TO TRUE
       END-READ.

SETONESHOPCONVERSION.
       SEARCH ALL SHOPMASTER
           AT END CONTINUE
           WHEN SMSHOPID(SMIDX) = SHOPID(WORKSHOPIDX)
               MOVE SMREGION(SMIDX) TO SHOPREGIONNAME(WORKSHOPIDX)
       END-SEARCH
       PERFORM ADDONECOLORTOSHOPVALUE
           VARYING COLORIDX2 FROM 1 BY 1 UNTIL COLORIDX2 > COLORCOUNT
       IF SHOPVISITORS(WORKSHOPIDX) > ZERO
           DIVIDE SHOPUNITTOTAL(WORKSHOPIDX) BY SHOPVISITORS(WORKSHOPIDX)
               GIVING SHOPUNITSPERVISITOR(WORKSHOPIDX) ROUNDED
           DIVIDE SHOPVALUE(WORKSHOPIDX) BY SHOPVISITORS(WORKSHOPIDX)
               GIVING SHOPVALUEPERVISITOR(WORKSHOPIDX) ROUNDED
       END-IF.

ADDONECOLORTOSHOPVALUE.
       COMPUTE SHOPVALUE(WORKSHOPIDX) = SHOPVALUE(WORKSHOPIDX) +
           (TOTALSOLD(WORKSHOPIDX, COLORIDX2) * COLORPRICE(COLORIDX2)).

RANKONESHOPINREGION.
       MOVE ZERO TO REGIONRANKOFSHOP(WORKSHOPIDX)
       IF SHOPVISITORS(WORKSHOPIDX) > ZERO
           MOVE 1 TO REGIONRANKOFSHOP(WORKSHOPIDX)
           PERFORM COMPAREONESHOPINREGION
               VARYING WORKSHOPIDX2 FROM 1 BY 1
               UNTIL WORKSHOPIDX2 > OCCUPIEDSHOPCOUNT
       END-IF.

COMPAREONESHOPINREGION.
       IF SHOPREGIONNAME(WORKSHOPIDX2) = SHOPREGIONNAME(WORKSHOPIDX)
               AND SHOPVISITORS(WORKSHOPIDX2) > ZERO
               AND SHOPVALUEPERVISITOR(WORKSHOPIDX2)
                   > SHOPVALUEPERVISITOR(WORKSHOPIDX)
           ADD 1 TO REGIONRANKOFSHOP(WORKSHOPIDX)
       END-IF.

LOADCOLORREFERENCE.
       OPEN INPUT JEANSCOLORFILE
       IF JEANSCOLORFILEOK
