       02 CATEGORYCODE-MF      PIC X(3).
       02 COSTPRICE-MF         PIC 9(4)V99.
       02 EAN-MF               PIC 9(13).
       02 SERIALCONTROL-MF     PIC X.
        88 SERIALCONTROLLED-MF VALUE "Y".
       02 LIFECYCLESTATUS-MF   PIC X.
        88 GADGETDISCONTINUED-MF VALUE "D".

FD     AUDITTRAILFILE.
01     AUDITREC.
       IF EAN-MF IS NUMERIC AND EAN-MF > ZERO
           DISPLAY INQUIRYEANLINE
       END-IF
       IF SERIALCONTROLLED-MF
           DISPLAY "SERIAL CONTROLLED - SERIALINQUIRY TRACES EACH UNIT"
       END-IF
       IF GADGETDISCONTINUED-MF
           DISPLAY "DISCONTINUED - SELLING OFF, NOT REORDERED"
       END-IF
       PERFORM LISTRECENTAUDITLINES.

*>   The audit trail holds the last stock update run's applied
