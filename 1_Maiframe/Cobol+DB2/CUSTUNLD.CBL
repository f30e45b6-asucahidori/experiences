000270*                   DEFINES THE CLUSTER AHEAD OF EACH RUN. A
000280*                   PRINTED LOG WITH CONTROL TOTALS IS KEPT,
000290*                   THE SAME SPLIT CUSTCLSD USES.
000292* 2026-10-15  RGM   CONTROL TOTALS ARE ALSO APPENDED TO THE
000294*                   STREAM'S CTLTOTS DATASET SO CTLBAL CAN TIE
000296*                   ROWS LOADED OUT AGAINST CUSTDLTA'S UNLOAD.
000300*
000310*----------------------------------------------
000320 ENVIRONMENT                     DIVISION.
000410                                 FILE STATUS IS KSDS-FILE-STATUS.
000420     SELECT UNLDRPT-FILE         ASSIGN TO UNLDRPT
000430                                 ORGANIZATION IS SEQUENTIAL.
000432     SELECT CTLTOT-FILE          ASSIGN TO CTLTOTS
000434                                 ORGANIZATION IS SEQUENTIAL.
000440 DATA                            DIVISION.
000450*----------------------------------------------
000460 FILE                            SECTION.
000670     LABEL RECORDS ARE STANDARD
000680     BLOCK CONTAINS 0 RECORDS.
000690 01  UNLDRPT-REC                 PIC X(80).
000691*
000692* THE STREAM'S CONTROL TOTALS, ONE RECORD PER TOTAL, APPENDED
000693* AT END OF RUN - MUST STAY IN STEP WITH CTLBAL'S LAYOUT.
000694 FD  CTLTOT-FILE
000695     RECORDING MODE IS F
000696     LABEL RECORDS ARE STANDARD
000697     BLOCK CONTAINS 0 RECORDS.
000698 01  CTLTOT-REC.
000699     05  CTL-PROGRAM             PIC X(08).
000700     05  CTL-TOTAL-NAME          PIC X(20).
000701     05  CTL-RUN-DATE            PIC X(08).
000702     05  CTL-RUN-TIME            PIC X(08).
000703     05  CTL-VALUE               PIC 9(09).
000704     05  FILLER                  PIC X(27).
000707*
000710 WORKING-STORAGE                 SECTION.
000720*---------------------------------------------*
000730* SWITCHES                                    *
001330     PERFORM 100-LOAD-ONE-CUSTOMER
001340       UNTIL CUST-CURSOR-EOF.
001350     PERFORM 800-WRITE-CONTROL-TOTALS.
001355     PERFORM 810-WRITE-CTLTOT-FILE.
001360     PERFORM 900-CLOSE-FILES.
001370     STOP RUN
001380     .
002140        MOVE 8 TO RETURN-CODE
002150     END-IF
002160     .
002165*
002170* THE SAME TOTALS TO THE STREAM'S CTLTOTS DATASET FOR CTLBAL.
002175 810-WRITE-CTLTOT-FILE.
002180     OPEN EXTEND CTLTOT-FILE.
002185     MOVE SPACES     TO CTLTOT-REC.
002190     MOVE 'CUSTUNLD' TO CTL-PROGRAM.
002195     ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD.
002200     ACCEPT CTL-RUN-TIME FROM TIME.
002205     MOVE 'ROWS-READ'     TO CTL-TOTAL-NAME.
002210     MOVE CT-ROWS-READ    TO CTL-VALUE.
002215     WRITE CTLTOT-REC.
002220     MOVE 'ROWS-LOADED'   TO CTL-TOTAL-NAME.
002225     MOVE CT-ROWS-LOADED  TO CTL-VALUE.
002230     WRITE CTLTOT-REC.
002235     MOVE 'WRITE-ERRORS'  TO CTL-TOTAL-NAME.
002240     MOVE CT-WRITE-ERRORS TO CTL-VALUE.
002245     WRITE CTLTOT-REC.
002250     CLOSE CTLTOT-FILE
002255     .
002260 900-CLOSE-FILES.
002265     EXEC SQL
002270       CLOSE UNLOAD-CUR
002275     END-EXEC.
002280     CLOSE CUSTKSDS-FILE.
002285     CLOSE UNLDRPT-FILE
002290     .
