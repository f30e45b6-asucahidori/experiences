000299*                   MISSED NIGHT CATCHES ITSELF UP ON THE NEXT
000299*                   RUN. A MISSING OR EMPTY CONTROL FILE
000299*                   DEFAULTS TO THE SINGLE PRIOR DAY.
000300* 2026-10-15  RGM   LEAVE OUT ROWS CUSTMRGE CLOSED AS MERGED-AWAY
000301*                   DUPLICATES (CUSTCLOSERSN 'M.'). THE ACCOUNT
000302*                   LIVES ON UNDER ITS SURVIVOR, SO IT MUST NOT
000303*                   GO TO COLLECTIONS OR GET A CLOSURE LETTER.
000304* 2026-10-15  RGM   ASK THE BUSDATE DATE SERVICE, NOT THE DAY OF
000305*                   THE WEEK, WHETHER TONIGHT IS A BUSINESS DAY.
000306*                   ON A WEEKEND OR BANK HOLIDAY NO EXTRACT IS
000307*                   TAKEN AND THE CONTROL DATE STAYS PUT, SO THE
000308*                   NEXT BUSINESS DAY'S RUN PICKS THOSE CLOSURES
000309*                   UP - THE LOG SAYS WHY THE EXTRACT IS EMPTY.
000310*                   WITH NO CONTROL FILE THE WINDOW NOW OPENS
000311*                   AFTER THE BUSINESS DAY BEFORE THE PRIOR
000312*                   BUSINESS DAY, NOT SIMPLY TWO DAYS BACK.
000313*
000314*----------------------------------------------
000315 ENVIRONMENT                     DIVISION.
000320*----------------------------------------------
000330 CONFIGURATION                   SECTION.
000340 INPUT-OUTPUT                    SECTION.
000718     05  LAST-EXTRACT-DT         PIC X(10) VALUE SPACES.
000719     05  EXTRACT-THRU-DT         PIC X(10) VALUE SPACES.
000720*
000721* THE SHARED BUSINESS DATE SERVICE'S PARAMETER BLOCK.
000722     COPY BUSDPARM.
000723*
000724 01  RPT-NON-BUSINESS-LINE.
000725     05  FILLER                  PIC X(19) VALUE
000726         'NOT A BUSINESS DAY '.
000727     05  RPT-NB-DATE             PIC X(10).
000728     05  FILLER                  PIC X(01) VALUE SPACE.
000729     05  RPT-NB-REASON           PIC X(30).
000730     05  FILLER                  PIC X(20) VALUE
000731         ' - NO EXTRACT TAKEN'.
000732*
000733 01  RPT-DETAIL-LINE.
000740     05  RPT-CUSTIDC             PIC X(14).
000750     05  FILLER                  PIC X(02) VALUE SPACES.
000760     05  RPT-CUSTNAME            PIC X(30).
001240          WHERE CUSTSTATUS = 'C'
001250            AND CUSTCLOSEDT > :LAST-EXTRACT-DT
001260            AND CUSTCLOSEDT <= :EXTRACT-THRU-DT
001270            AND CUSTCLOSERSN NOT LIKE 'M%'
001310     END-EXEC.
001320*
001330 PROCEDURE                       DIVISION.
001340 000-EXTRACT-CLOSED-ACCOUNTS.
001350     PERFORM 010-OPEN-FILES.
001352     PERFORM 012-CHECK-BUSINESS-DAY.
001354     IF BDS-BUSINESS-DAY
001356        PERFORM 015-SET-EXTRACT-WINDOW
001358        PERFORM 020-OPEN-CLOSED-CURSOR
001360        PERFORM 100-EXTRACT-ONE-ACCOUNT
001362          UNTIL CLOSED-CURSOR-EOF
001364        PERFORM 040-CLOSE-CLOSED-CURSOR
001366        PERFORM 800-WRITE-CONTROL-TOTALS
001368        PERFORM 019-WRITE-CONTROL-DATE
001370     ELSE
001372        PERFORM 810-WRITE-NON-BUSINESS-DAY
001374     END-IF.
001400     PERFORM 900-CLOSE-FILES.
001410     STOP RUN
001420     .
001440     OPEN OUTPUT CLSDRPT-FILE.
001450     OPEN OUTPUT CLSDEXT-FILE
001460     .
001461* A WEEKEND OR HOLIDAY TAKES NO EXTRACT. A CALENDAR THAT IS
001462* MISSING OR DOES NOT COVER TODAY STILL ANSWERS (MONDAY-FRIDAY)
001463* BUT IS WORTH A LINE ON SYSOUT.
001464 012-CHECK-BUSINESS-DAY.
001465     SET BDS-IS-BUSINESS-DAY-REQ TO TRUE.
001466     MOVE SPACES TO BDS-DATE.
001467     CALL 'BUSDATE' USING BUSDATE-PARMS.
001468     IF BDS-NOT-ON-CALENDAR OR BDS-NO-CALENDAR
001469        DISPLAY 'CUSTCLSD: TODAY NOT ON THE BUSINESS CALENDAR, '
001470                'MONDAY-FRIDAY ASSUMED, BUSDATE RC= '
001471                BDS-RETURN-CODE
001472     END-IF.
001473     IF BDS-RETURN-CODE > 08
001474        DISPLAY 'CUSTCLSD: BUSDATE CALL FAILED, RC= '
001475                BDS-RETURN-CODE
001476        MOVE 16 TO RETURN-CODE
001477        STOP RUN
001478     END-IF
001479     .
001480* THE WINDOW RUNS FROM THE LAST CLEAN RUN'S DATE (EXCLUSIVE)
001481* THROUGH YESTERDAY. NO CONTROL FILE, AN EMPTY ONE, OR A BLANK
001482* DATE FALLS BACK TO EVERYTHING AFTER THE BUSINESS DAY BEFORE
001483* THE PRIOR BUSINESS DAY - THE COVERAGE A NORMAL NIGHT GETS.
001484 015-SET-EXTRACT-WINDOW.
001485     EXEC SQL
001486       SELECT CHAR(CURRENT DATE - 1 DAY, ISO)
001487         INTO :EXTRACT-THRU-DT
001488         FROM SYSIBM.SYSDUMMY1
001489     END-EXEC.
001490     IF SQLCODE NOT = ZERO
001491        DISPLAY 'CUSTCLSD: WINDOW SELECT FAILED, SQLCODE= '
001492                SQLCODE
001493        MOVE 16 TO RETURN-CODE
001494        STOP RUN
001495     END-IF.
001496     SET BDS-PRIOR-BUSINESS-DAY-REQ TO TRUE.
001497     MOVE SPACES TO BDS-DATE.
001498     CALL 'BUSDATE' USING BUSDATE-PARMS.
001499     IF BDS-RETURN-CODE > 08
001500        DISPLAY 'CUSTCLSD: BUSDATE CALL FAILED, RC= '
001501                BDS-RETURN-CODE
001502        MOVE 16 TO RETURN-CODE
001503        STOP RUN
001504     END-IF.
001505     MOVE BDS-RESULT-DATE TO BDS-DATE.
001506     CALL 'BUSDATE' USING BUSDATE-PARMS.
001507     IF BDS-RETURN-CODE > 08
001508        DISPLAY 'CUSTCLSD: BUSDATE CALL FAILED, RC= '
001509                BDS-RETURN-CODE
001510        MOVE 16 TO RETURN-CODE
001511        STOP RUN
001512     END-IF.
001513     MOVE BDS-RESULT-DATE TO LAST-EXTRACT-DT.
001514     OPEN INPUT CTLDT-FILE.
001515     IF CTLDT-FILE-STATUS = '00'
001516        READ CTLDT-FILE
001517          AT END MOVE SPACES TO CTL-LAST-EXTRACT-DT
001518        END-READ
001519        IF CTL-LAST-EXTRACT-DT NOT = SPACES
001520           MOVE CTL-LAST-EXTRACT-DT TO LAST-EXTRACT-DT
001521        END-IF
001522        CLOSE CTLDT-FILE
001523     END-IF.
001524     DISPLAY 'CUSTCLSD EXTRACT WINDOW ' LAST-EXTRACT-DT
001525             ' (EXCLUSIVE) THRU ' EXTRACT-THRU-DT
001526     .
001527* THE CONTROL DATE ONLY MOVES FORWARD ON A CLEAN FINISH, SO AN
001528* ABENDED RUN LEAVES THE WINDOW WHERE IT WAS AND THE RERUN
001529* PICKS THE SAME CLOSURES UP AGAIN.
001530 019-WRITE-CONTROL-DATE.
001531     OPEN OUTPUT CTLDT-FILE.
001532     MOVE EXTRACT-THRU-DT TO CTL-LAST-EXTRACT-DT.
001533     WRITE CTLDT-FILE-REC.
001534     CLOSE CTLDT-FILE
001535     .
001536 020-OPEN-CLOSED-CURSOR.
001537     EXEC SQL
001538       OPEN CLOSED-CUR
001539     END-EXEC.
001540     PERFORM 030-FETCH-CLOSED-CURSOR
001541     .
001542 030-FETCH-CLOSED-CURSOR.
001543     EXEC SQL
001550       FETCH CLOSED-CUR
001560       INTO :CUSTIDC,  :CUSTNAME,   :CUSTADDR,
001570            :CUSTCITY, :ZIPCODE,    :CUSTEMAIL,
001630        MOVE 'Y' TO CLOSED-CURSOR-EOF-SW
001640     END-IF
001650     .
001651 040-CLOSE-CLOSED-CURSOR.
001652     EXEC SQL
001653       CLOSE CLOSED-CUR
001654     END-EXEC
001655     .
001660 100-EXTRACT-ONE-ACCOUNT.
001670     PERFORM 110-WRITE-EXTRACT-RECORD.
001680     PERFORM 120-WRITE-REPORT-LINE.
002010     DISPLAY '  ACCOUNTS READ      = ' CT-ACCOUNTS-READ.
002020     DISPLAY '  ACCOUNTS EXTRACTED = ' CT-ACCOUNTS-EXTRACTED
002030     .
002032* THE CONTROL DATE IS NOT TOUCHED - THE NEXT BUSINESS DAY'S
002034* WINDOW STILL OPENS AFTER THE LAST EXTRACT TAKEN.
002036 810-WRITE-NON-BUSINESS-DAY.
002038     MOVE BDS-RESULT-DATE TO RPT-NB-DATE.
002040     EVALUATE TRUE
002042       WHEN BDS-HOLIDAY
002044         MOVE BDS-HOLIDAY-NAME TO RPT-NB-REASON
002046       WHEN OTHER
002048         MOVE 'WEEKEND' TO RPT-NB-REASON
002050     END-EVALUATE.
002052     MOVE RPT-NON-BUSINESS-LINE TO CLSDRPT-REC.
002054     WRITE CLSDRPT-REC.
002056     DISPLAY 'CUSTCLSD ' RPT-NON-BUSINESS-LINE
002058     .
002060 900-CLOSE-FILES.
002080     CLOSE CLSDRPT-FILE.
002090     CLOSE CLSDEXT-FILE
002100     .
