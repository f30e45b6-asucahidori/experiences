000300*                   PRINTED LOG WITH CONTROL TOTALS IS KEPT
000310*                   APART FROM THE FEED, THE SAME SPLIT
000320*                   CUSTCLSD USES.
000322* 2026-10-15  RGM   CONTROL TOTALS ARE ALSO APPENDED TO THE
000324*                   STREAM'S CTLTOTS DATASET SO CTLBAL CAN TIE
000326*                   TONIGHT'S UNLOAD OUT AGAINST CUSTUNLD'S
000328*                   KSDS LOAD AND LAST NIGHT'S UNLOAD PLUS THE
000329*                   ADDS LESS THE DELETES.
000330*
000340*----------------------------------------------
000350 ENVIRONMENT                     DIVISION.
000460                                 ORGANIZATION IS SEQUENTIAL.
000470     SELECT DLTARPT-FILE         ASSIGN TO DLTARPT
000480                                 ORGANIZATION IS SEQUENTIAL.
000482     SELECT CTLTOT-FILE          ASSIGN TO CTLTOTS
000484                                 ORGANIZATION IS SEQUENTIAL.
000490 DATA                            DIVISION.
000500*----------------------------------------------
000510 FILE                            SECTION.
000810     LABEL RECORDS ARE STANDARD
000820     BLOCK CONTAINS 0 RECORDS.
000830 01  DLTARPT-REC                 PIC X(80).
000831*
000832* THE STREAM'S CONTROL TOTALS, ONE RECORD PER TOTAL, APPENDED
000833* AT END OF RUN - MUST STAY IN STEP WITH CTLBAL'S LAYOUT.
000834 FD  CTLTOT-FILE
000835     RECORDING MODE IS F
000836     LABEL RECORDS ARE STANDARD
000837     BLOCK CONTAINS 0 RECORDS.
000838 01  CTLTOT-REC.
000839     05  CTL-PROGRAM             PIC X(08).
000840     05  CTL-TOTAL-NAME          PIC X(20).
000841     05  CTL-RUN-DATE            PIC X(08).
000842     05  CTL-RUN-TIME            PIC X(08).
000843     05  CTL-VALUE               PIC 9(09).
000844     05  FILLER                  PIC X(27).
000845*
000850 WORKING-STORAGE                 SECTION.
000860*---------------------------------------------*
000870* SWITCHES                                    *
001970     PERFORM 100-MATCH-ONE-CUSTOMER
001980       UNTIL CUST-CURSOR-EOF AND PRVUNLD-EOF.
001990     PERFORM 800-WRITE-CONTROL-TOTALS.
001995     PERFORM 810-WRITE-CTLTOT-FILE.
002000     PERFORM 900-CLOSE-FILES.
002010     STOP RUN
002020     .
003410     DISPLAY '  DELETES WRITTEN    = ' CT-DELETES-WRITTEN.
003420     DISPLAY '  UNCHANGED          = ' CT-UNCHANGED
003430     .
003431*
003435* THE SAME TOTALS TO THE STREAM'S CTLTOTS DATASET FOR CTLBAL.
003440 810-WRITE-CTLTOT-FILE.
003445     OPEN EXTEND CTLTOT-FILE.
003450     MOVE SPACES     TO CTLTOT-REC.
003455     MOVE 'CUSTDLTA' TO CTL-PROGRAM.
003460     ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD.
003465     ACCEPT CTL-RUN-TIME FROM TIME.
003470     MOVE 'CURUNLD-WRITTEN'    TO CTL-TOTAL-NAME.
003475     MOVE CT-ROWS-UNLOADED     TO CTL-VALUE.
003480     WRITE CTLTOT-REC.
003485     MOVE 'PRIOR-READ'         TO CTL-TOTAL-NAME.
003490     MOVE CT-PRIOR-READ        TO CTL-VALUE.
003495     WRITE CTLTOT-REC.
003500     MOVE 'ADDS-WRITTEN'       TO CTL-TOTAL-NAME.
003505     MOVE CT-ADDS-WRITTEN      TO CTL-VALUE.
003510     WRITE CTLTOT-REC.
003515     MOVE 'CHANGES-WRITTEN'    TO CTL-TOTAL-NAME.
003520     MOVE CT-CHANGES-WRITTEN   TO CTL-VALUE.
003525     WRITE CTLTOT-REC.
003530     MOVE 'DELETES-WRITTEN'    TO CTL-TOTAL-NAME.
003535     MOVE CT-DELETES-WRITTEN   TO CTL-VALUE.
003540     WRITE CTLTOT-REC.
003545     MOVE 'UNCHANGED'          TO CTL-TOTAL-NAME.
003550     MOVE CT-UNCHANGED         TO CTL-VALUE.
003555     WRITE CTLTOT-REC.
003560     CLOSE CTLTOT-FILE
003565     .
003570 900-CLOSE-FILES.
003575     EXEC SQL
003580       CLOSE UNLOAD-CUR
003585     END-EXEC.
003590     IF PRVUNLD-STATUS = '00'
003595        CLOSE PRVUNLD-FILE
003600     END-IF.
003605     CLOSE CURUNLD-FILE.
003610     CLOSE CUSTDLT-FILE.
003615     CLOSE DLTARPT-FILE
003620     .
