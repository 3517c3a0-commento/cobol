01     RUNDATE                  PIC 9(8).

01     OILNAMESTABLE.
       02 OILNAMEENTRY          PIC X(16) OCCURS 20 TIMES.

01     OILCOSTSTABLE.
       02 OILCOSTOIL OCCURS 20 TIMES.
           03 OILSIZECOST       PIC 99V99 OCCURS 3 TIMES.

01     LINESVALUEDCOUNT         PIC 9(4)    VALUE ZERO.
       IF OILNUM-OSF = ZERO
           CONTINUE
       ELSE
           IF OILNUM-OSF >= 1 AND OILNUM-OSF <= 20
                   AND UNITSIZE-OSF >= 1 AND UNITSIZE-OSF <= 3
               COMPUTE LINECOSTVALUE = QTYONHAND-OSF
                   * OILSIZECOST(OILNUM-OSF, UNITSIZE-OSF)
       CLOSE OILPRICEFILE.

STOREONEOILNAME.
       IF OILNUM-OPF >= 1 AND OILNUM-OPF <= 20
           MOVE OILNAME-OPF TO OILNAMEENTRY(OILNUM-OPF)
       END-IF
       READ OILPRICEFILE
       END-IF.

STOREONEOILCOST.
       IF OILNUM-OCF >= 1 AND OILNUM-OCF <= 20
           MOVE UNITCOST-OCF(1) TO OILSIZECOST(OILNUM-OCF, 1)
           MOVE UNITCOST-OCF(2) TO OILSIZECOST(OILNUM-OCF, 2)
           MOVE UNITCOST-OCF(3) TO OILSIZECOST(OILNUM-OCF, 3)
