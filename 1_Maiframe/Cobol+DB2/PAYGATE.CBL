000310*                   CODE EIGHT AND THE PAYROLL STEPS FALL OUT
000320*                   ON THEIR COND PARAMETERS. A ONE-PAGE
000330*                   GO/NO-GO REPORT IS WRITTEN EITHER WAY.
000331* 2026-10-15  RGM   A BANK HOLIDAY OR WEEKEND RUN NO LONGER HOLDS
000332*                   PAYROLL JUST BECAUSE THE RECON DID NOT RUN
000333*                   THAT DAY. THE BUSDATE DATE SERVICE SAYS
000334*                   WHETHER TODAY IS A BUSINESS DAY; IF NOT, A
000335*                   RECON FROM THE PRIOR BUSINESS DAY IS ACCEPTED.
000336*                   BOTH FACTS ARE ON THE REPORT.
000340*
000350*----------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000760     05 GATE-DECISION-SW         PIC X   VALUE 'N'.
000770        88 GATE-GO                       VALUE 'G'.
000780        88 GATE-NO-GO                    VALUE 'N'.
000782     05 TODAY-BUSINESS-DAY-SW    PIC X   VALUE 'Y'.
000784        88 TODAY-BUSINESS-DAY            VALUE 'Y'.
000786        88 TODAY-NOT-BUSINESS-DAY        VALUE 'N'.
000790*
000800 01  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
000810*
000840*
000850 01  GATE-WORK.
000860     05  TODAY-DT                PIC X(10) VALUE SPACES.
000862* THE OLDEST RECON RUN DATE THAT STILL COUNTS AS CURRENT -
000864* TODAY ON A BUSINESS DAY, ELSE THE PRIOR BUSINESS DAY.
000866     05  OLDEST-RECON-DT         PIC X(10) VALUE SPACES.
000870     05  TOTAL-EXCEPTIONS        PIC S9(9) COMP VALUE ZERO.
000872     05  TODAY-DAY-TYPE          PIC X(01) VALUE SPACE.
000874     05  TODAY-HOLIDAY-NAME      PIC X(30) VALUE SPACES.
000880*
000890 01  RPT-HEADING-LINE.
000900     05  FILLER                  PIC X(26) VALUE
000940*
000950 01  RPT-FACT-LINE.
000960     05  RPT-FACT-LABEL          PIC X(24).
000970     05  RPT-FACT-VALUE          PIC X(36).
000980     05  FILLER                  PIC X(20) VALUE SPACES.
000990*
001000 01  RPT-COUNT-ED                PIC ZZZZZZZZ9.
001002*
001004* THE SHARED BUSINESS DATE SERVICE'S PARAMETER BLOCK.
001006     COPY BUSDPARM.
001010*
001020 01  RPT-DECISION-LINE.
001030     05  RPT-DECISION            PIC X(40).
001330     PERFORM 010-OPEN-FILES.
001340     PERFORM 015-READ-TOLERANCE-PARM.
001350     PERFORM 020-GET-CURRENT-DATE.
001355     PERFORM 030-SET-OLDEST-RECON-DATE.
001360     PERFORM 100-GET-LATEST-RECON-RESULT.
001370     PERFORM 800-WRITE-GATE-REPORT.
001380     PERFORM 900-CLOSE-FILES.
001730     END-IF.
001740     MOVE TODAY-HV TO TODAY-DT
001750     .
001751* ON A BUSINESS DAY THE RECON MUST HAVE RUN TODAY. ON A WEEKEND
001752* OR BANK HOLIDAY NOTHING RUNS UPSTREAM, SO THE PRIOR BUSINESS
001753* DAY'S RECON IS THE CURRENT ONE. A CALENDAR THAT CANNOT BE
001754* READ FALLS BACK TO MONDAY-FRIDAY INSIDE THE SERVICE.
001755 030-SET-OLDEST-RECON-DATE.
001756     MOVE TODAY-DT TO OLDEST-RECON-DT.
001757     SET BDS-IS-BUSINESS-DAY-REQ TO TRUE.
001758     MOVE TODAY-DT TO BDS-DATE.
001759     CALL 'BUSDATE' USING BUSDATE-PARMS.
001760     IF BDS-RETURN-CODE > 8
001761        DISPLAY 'PAYGATE: BUSDATE FAILED, RETURN CODE= '
001762                BDS-RETURN-CODE
001763        MOVE 16 TO RETURN-CODE
001764        STOP RUN
001765     END-IF.
001766     IF BDS-RETURN-CODE NOT = ZERO
001767        DISPLAY 'PAYGATE: WARNING - ' TODAY-DT
001768                ' NOT ON THE BUSINESS CALENDAR, '
001769                'MONDAY-FRIDAY ASSUMED'
001770     END-IF.
001771     IF BDS-NOT-BUSINESS-DAY
001772        MOVE BDS-DAY-TYPE TO TODAY-DAY-TYPE
001773        MOVE BDS-HOLIDAY-NAME TO TODAY-HOLIDAY-NAME
001774        SET BDS-PRIOR-BUSINESS-DAY-REQ TO TRUE
001775        MOVE TODAY-DT TO BDS-DATE
001776        CALL 'BUSDATE' USING BUSDATE-PARMS
001777        IF BDS-RETURN-CODE > 8
001778           DISPLAY 'PAYGATE: BUSDATE FAILED, RETURN CODE= '
001779                   BDS-RETURN-CODE
001780           MOVE 16 TO RETURN-CODE
001781           STOP RUN
001782        END-IF
001783        MOVE BDS-RESULT-DATE TO OLDEST-RECON-DT
001784        SET TODAY-NOT-BUSINESS-DAY TO TRUE
001785     END-IF
001786     .
001787* THE DECISION. NO ROW AT ALL MEANS THE RECONCILIATION HAS
001788* NEVER RUN; A STALE RUN_DATE MEANS IT DID NOT RUN TODAY (OR,
001789* ON A NON-BUSINESS DAY, ON THE PRIOR BUSINESS DAY);
001790* BOTH HOLD PAYROLL JUST AS EXCESS EXCEPTIONS DO.
001791 100-GET-LATEST-RECON-RESULT.
001800     SET GATE-NO-GO TO TRUE.
001810     MOVE SPACES TO RUN-DATE-HV.
001820     MOVE ZERO TO MISMATCH-HV IMS-ONLY-HV DB2-ONLY-HV.
001970       WHEN OTHER
001980         COMPUTE TOTAL-EXCEPTIONS =
001990                 MISMATCH-HV + IMS-ONLY-HV + DB2-ONLY-HV
002000         IF RUN-DATE-HV >= OLDEST-RECON-DT AND
002010            TOTAL-EXCEPTIONS <= GATE-TOLERANCE
002020            SET GATE-GO TO TRUE
002030         END-IF
002160     WRITE GATERPT-REC.
002170     MOVE SPACES TO GATERPT-REC.
002180     WRITE GATERPT-REC.
002181     MOVE 'BUSINESS DAY          =' TO RPT-FACT-LABEL.
002182     EVALUATE TRUE
002183       WHEN TODAY-BUSINESS-DAY
002184         MOVE 'YES' TO RPT-FACT-VALUE
002185       WHEN TODAY-DAY-TYPE = 'H'
002186         MOVE SPACES TO RPT-FACT-VALUE
002187         STRING 'NO - ' DELIMITED BY SIZE
002188                TODAY-HOLIDAY-NAME DELIMITED BY SIZE
002189                INTO RPT-FACT-VALUE
002190         END-STRING
002191       WHEN OTHER
002192         MOVE 'NO - WEEKEND' TO RPT-FACT-VALUE
002193     END-EVALUATE.
002194     MOVE RPT-FACT-LINE TO GATERPT-REC.
002195     WRITE GATERPT-REC.
002196     MOVE 'OLDEST RECON ACCEPTED =' TO RPT-FACT-LABEL.
002197     MOVE OLDEST-RECON-DT TO RPT-FACT-VALUE.
002198     MOVE RPT-FACT-LINE TO GATERPT-REC.
002199     WRITE GATERPT-REC.
002200     MOVE SPACES TO GATERPT-REC.
002201     WRITE GATERPT-REC.
002202     MOVE 'LAST RECON RUN DATE   =' TO RPT-FACT-LABEL.
002203     IF RUN-DATE-HV = SPACES
002210        MOVE 'NONE ON FILE' TO RPT-FACT-VALUE
002220     ELSE
002230        MOVE RUN-DATE-HV TO RPT-FACT-VALUE
