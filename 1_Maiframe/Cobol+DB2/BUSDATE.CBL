000010*********************************************************
000020* C O B O L
000030* BUSINESS DATE SERVICE - CALLED BY THE BATCH STREAM FOR
000040* 'IS THIS A BUSINESS DAY' AND 'WHAT WAS THE PRIOR BUSINESS
000050* DAY', ANSWERED OFF THE BUSCAL CALENDAR FILE.
000060*********************************************************
000070*----------------------------------------------
000080 IDENTIFICATION                  DIVISION.
000090 PROGRAM-ID.                     BUSDATE.
000100*
000110 AUTHOR.                         RGM.
000120 INSTALLATION.                   DATA PROCESSING CENTER.
000130 DATE-WRITTEN.                   2026-10-15.
000140 DATE-COMPILED.
000150*
000160* MODIFICATION HISTORY
000170* ----------  ----  --------------------------------------------
000180* 2026-10-15  RGM   NEW PROGRAM. EVERY JOB HAD ITS OWN IDEA OF
000190*                   'YESTERDAY' AND 'TODAY' AND NONE OF THEM KNEW
000200*                   ABOUT BANK HOLIDAYS. THIS SUBPROGRAM IS THE
000210*                   ONE PLACE THAT DOES: CALL 'BUSDATE' USING THE
000220*                   BUSDPARM COPYBOOK'S PARAMETER BLOCK. THE FIRST
000230*                   CALL LOADS THE BUSCAL CALENDAR (BUILT AND
000240*                   CHECKED BY BUSCALLD) INTO A TABLE THAT LATER
000250*                   CALLS IN THE SAME STEP REUSE. A DATE THE
000260*                   CALENDAR DOES NOT COVER, OR NO CALENDAR AT
000270*                   ALL, FALLS BACK TO MONDAY-FRIDAY WITH RETURN
000280*                   CODE 4 OR 8 SO THE JOB STILL RUNS BUT SAYS SO.
000290*
000300*----------------------------------------------
000310 ENVIRONMENT                     DIVISION.
000320*----------------------------------------------
000330 CONFIGURATION                   SECTION.
000340 INPUT-OUTPUT                    SECTION.
000350 FILE-CONTROL.
000360     SELECT BUSCAL-FILE          ASSIGN TO BUSCAL
000370                                 ORGANIZATION IS SEQUENTIAL
000380                                 FILE STATUS IS BUSCAL-STATUS.
000390 DATA                            DIVISION.
000400*----------------------------------------------
000410 FILE                            SECTION.
000420*----------------------------------------------
000430*
000440* THE BUSINESS CALENDAR - ONE RECORD PER DAY, IN DATE ORDER,
000450* READ INTO BUSCAL-REC.
000460 FD  BUSCAL-FILE
000470     RECORDING MODE IS F
000480     LABEL RECORDS ARE STANDARD
000490     BLOCK CONTAINS 0 RECORDS.
000500 01  BUSCAL-FILE-REC             PIC X(80).
000510*
000520 WORKING-STORAGE                 SECTION.
000530*---------------------------------------------*
000540* SWITCHES                                    *
000550*---------------------------------------------*
000560 01  SWITCHES.
000570     05 CALENDAR-LOADED-SW       PIC X   VALUE 'N'.
000580        88 CALENDAR-LOADED               VALUE 'Y'.
000590     05 CALENDAR-AVAILABLE-SW    PIC X   VALUE 'N'.
000600        88 CALENDAR-AVAILABLE            VALUE 'Y'.
000610     05 BUSCAL-EOF-SW            PIC X   VALUE 'N'.
000620        88 BUSCAL-EOF                    VALUE 'Y'.
000630     05 DATE-FOUND-SW            PIC X   VALUE 'N'.
000640        88 DATE-FOUND                    VALUE 'Y'.
000650     05 DATE-VALID-SW            PIC X   VALUE 'N'.
000660        88 DATE-VALID                    VALUE 'Y'.
000670*
000680 01  BUSCAL-STATUS          PIC X(02) VALUE SPACES.
000690*
000700     COPY BUSCAL.
000710*
000720* THE CALENDAR AS LOADED BY THE FIRST CALL - ROOM FOR FOUR
000730* YEARS, WHICH IS MORE THAN BUSCALLD EVER KEEPS.
000740 01  CALENDAR-TABLE.
000750     05  CTB-COUNT               PIC S9(4) COMP VALUE ZERO.
000760     05  CTB-ENTRY               OCCURS 1500 TIMES.
000770         10  CTB-DATE            PIC X(10).
000780         10  CTB-DAY-TYPE        PIC X(01).
000790         10  CTB-HOLIDAY-NAME    PIC X(30).
000800 01  CTB-SUB                     PIC S9(4) COMP VALUE ZERO.
000810*
000820* THE DATE BEING CLASSIFIED, AND WHAT IS LEARNED ABOUT IT.
000830 01  DATE-WORK.
000840     05  DW-DATE.
000850         10  DW-YYYY             PIC 9(04).
000860         10  DW-DASH-1           PIC X(01).
000870         10  DW-MM               PIC 9(02).
000880         10  DW-DASH-2           PIC X(01).
000890         10  DW-DD               PIC 9(02).
000900     05  DW-DAY-TYPE             PIC X(01).
000910         88  DW-BUSINESS-DAY             VALUE 'B'.
000920     05  DW-HOLIDAY-NAME         PIC X(30).
000930     05  DW-WEEKDAY              PIC 9(01).
000940     05  DW-DAYS-IN-MONTH        PIC 9(02).
000950     05  DW-STEPS                PIC S9(4) COMP.
000960*
000970 01  TODAY-RAW.
000980     05  TODAY-YYYY              PIC X(04).
000990     05  TODAY-MM                PIC X(02).
001000     05  TODAY-DD                PIC X(02).
001010*
001020* DAY-OF-WEEK (ZELLER) AND LEAP-YEAR WORK - EACH DIVIDE MUST
001030* TRUNCATE ON ITS OWN, SO NONE OF IT IS ONE COMPUTE.
001040 01  ZELLER-WORK.
001050     05  ZW-YEAR                 PIC S9(7) COMP.
001060     05  ZW-MONTH                PIC S9(7) COMP.
001070     05  ZW-WORK                 PIC S9(7) COMP.
001080     05  ZW-MONTH-TERM           PIC S9(7) COMP.
001090     05  ZW-DIV-4                PIC S9(7) COMP.
001100     05  ZW-DIV-100              PIC S9(7) COMP.
001110     05  ZW-DIV-400              PIC S9(7) COMP.
001120     05  ZW-SUM                  PIC S9(7) COMP.
001130     05  ZW-QUOTIENT             PIC S9(7) COMP.
001140     05  ZW-REM-4                PIC S9(7) COMP.
001150     05  ZW-REM-100              PIC S9(7) COMP.
001160     05  ZW-REM-400              PIC S9(7) COMP.
001170     05  ZW-REMAINDER            PIC S9(7) COMP.
001180*
001190 LINKAGE                         SECTION.
001200     COPY BUSDPARM.
001210*
001220 PROCEDURE                       DIVISION USING BUSDATE-PARMS.
001230 000-BUSINESS-DATE-SERVICE.
001240     IF NOT CALENDAR-LOADED
001250        PERFORM 010-LOAD-CALENDAR
001260     END-IF.
001270     MOVE ZERO   TO BDS-RETURN-CODE.
001280     MOVE SPACES TO BDS-RESULT-DATE BDS-RESULT-YMD
001290                    BDS-DAY-TYPE BDS-HOLIDAY-NAME.
001300     MOVE 'N'    TO BDS-BUSINESS-DAY-SW.
001310     IF NOT CALENDAR-AVAILABLE
001320        MOVE 08 TO BDS-RETURN-CODE
001330     END-IF.
001340     PERFORM 020-SET-REQUEST-DATE.
001350     IF NOT DATE-VALID
001360        MOVE 12 TO BDS-RETURN-CODE
001370        GOBACK
001380     END-IF.
001390     EVALUATE TRUE
001400       WHEN BDS-IS-BUSINESS-DAY-REQ
001410         PERFORM 100-IS-BUSINESS-DAY
001420       WHEN BDS-PRIOR-BUSINESS-DAY-REQ
001430         PERFORM 200-PRIOR-BUSINESS-DAY
001440       WHEN OTHER
001450         MOVE 16 TO BDS-RETURN-CODE
001460     END-EVALUATE.
001470     GOBACK
001480     .
001490* THE CALENDAR IS READ ONCE PER STEP. AN EMPTY OR MISSING FILE
001500* LEAVES EVERY ANSWER TO THE MONDAY-FRIDAY RULE.
001510 010-LOAD-CALENDAR.
001520     MOVE 'Y' TO CALENDAR-LOADED-SW.
001530     OPEN INPUT BUSCAL-FILE.
001540     IF BUSCAL-STATUS = '00'
001550        PERFORM 015-READ-CALENDAR
001560        PERFORM 016-HOLD-CALENDAR-DAY
001570          UNTIL BUSCAL-EOF
001580        CLOSE BUSCAL-FILE
001590     END-IF.
001600     IF CTB-COUNT > ZERO
001610        MOVE 'Y' TO CALENDAR-AVAILABLE-SW
001620     ELSE
001630        DISPLAY 'BUSDATE: NO BUSINESS CALENDAR, STATUS='
001640                BUSCAL-STATUS
001650                ' - MONDAY-FRIDAY ASSUMED'
001660     END-IF
001670     .
001680 015-READ-CALENDAR.
001690     READ BUSCAL-FILE INTO BUSCAL-REC
001700       AT END MOVE 'Y' TO BUSCAL-EOF-SW
001710     END-READ
001720     .
001730* PAST 1500 DAYS THE LATEST ARE LEFT OFF - THOSE DATES GO TO
001740* THE WEEKDAY RULE WITH RETURN CODE 4.
001750 016-HOLD-CALENDAR-DAY.
001760     IF CTB-COUNT < 1500
001770        ADD 1 TO CTB-COUNT
001780        MOVE CAL-DATE         TO CTB-DATE (CTB-COUNT)
001790        MOVE CAL-DAY-TYPE     TO CTB-DAY-TYPE (CTB-COUNT)
001800        MOVE CAL-HOLIDAY-NAME TO CTB-HOLIDAY-NAME (CTB-COUNT)
001810     END-IF.
001820     PERFORM 015-READ-CALENDAR
001830     .
001840* BDS-DATE, OR TODAY WHEN BLANK, INTO DW-DATE - CHECKED FOR A
001850* REAL YYYY-MM-DD DATE BEFORE ANYTHING IS WORKED OUT FROM IT.
001860 020-SET-REQUEST-DATE.
001870     MOVE 'N' TO DATE-VALID-SW.
001880     IF BDS-DATE = SPACES
001890        ACCEPT TODAY-RAW FROM DATE YYYYMMDD
001900        MOVE TODAY-YYYY TO DW-DATE (1:4)
001910        MOVE '-'        TO DW-DASH-1
001920        MOVE TODAY-MM   TO DW-DATE (6:2)
001930        MOVE '-'        TO DW-DASH-2
001940        MOVE TODAY-DD   TO DW-DATE (9:2)
001950     ELSE
001960        MOVE BDS-DATE   TO DW-DATE
001970     END-IF.
001980     IF DW-YYYY NUMERIC AND DW-MM NUMERIC AND DW-DD NUMERIC AND
001990        DW-DASH-1 = '-' AND DW-DASH-2 = '-'
002000        IF DW-MM >= 1 AND DW-MM <= 12 AND DW-YYYY > ZERO
002010           PERFORM 180-SET-DAYS-IN-MONTH
002020           IF DW-DD >= 1 AND DW-DD <= DW-DAYS-IN-MONTH
002030              MOVE 'Y' TO DATE-VALID-SW
002040           END-IF
002050        END-IF
002060     END-IF
002070     .
002080*------------------------------------------------------------
002090*** 'IB' - IS THE REQUEST DATE A BUSINESS DAY
002100*------------------------------------------------------------
002110 100-IS-BUSINESS-DAY.
002120     PERFORM 150-CLASSIFY-DATE.
002130     MOVE DW-DAY-TYPE     TO BDS-DAY-TYPE.
002140     MOVE DW-HOLIDAY-NAME TO BDS-HOLIDAY-NAME.
002150     IF DW-BUSINESS-DAY
002160        MOVE 'Y' TO BDS-BUSINESS-DAY-SW
002170     END-IF.
002180     PERFORM 300-SET-RESULT-DATE
002190     .
002200* THE CALENDAR'S WORD IF IT HAS THE DATE, OTHERWISE MONDAY-
002210* FRIDAY - AND THE CALLER IS TOLD VIA THE RETURN CODE.
002220 150-CLASSIFY-DATE.
002230     MOVE SPACES TO DW-HOLIDAY-NAME.
002240     MOVE 'N'    TO DATE-FOUND-SW.
002250     IF CALENDAR-AVAILABLE
002260        MOVE ZERO TO CTB-SUB
002270        PERFORM 160-CHECK-ONE-CALENDAR-DAY
002280          UNTIL DATE-FOUND OR CTB-SUB >= CTB-COUNT
002290     END-IF.
002300     IF DATE-FOUND
002310        MOVE CTB-DAY-TYPE (CTB-SUB)     TO DW-DAY-TYPE
002320        MOVE CTB-HOLIDAY-NAME (CTB-SUB) TO DW-HOLIDAY-NAME
002330     ELSE
002340        PERFORM 170-SET-WEEKDAY
002350        IF DW-WEEKDAY > 5
002360           MOVE 'W' TO DW-DAY-TYPE
002370        ELSE
002380           MOVE 'B' TO DW-DAY-TYPE
002390        END-IF
002400        IF BDS-RETURN-CODE < 04
002410           MOVE 04 TO BDS-RETURN-CODE
002420        END-IF
002430     END-IF
002440     .
002450 160-CHECK-ONE-CALENDAR-DAY.
002460     ADD 1 TO CTB-SUB.
002470     IF CTB-DATE (CTB-SUB) = DW-DATE
002480        MOVE 'Y' TO DATE-FOUND-SW
002490     END-IF
002500     .
002510* ZELLER'S CONGRUENCE, SHIFTED SO 1 = MONDAY ... 7 = SUNDAY.
002520 170-SET-WEEKDAY.
002530     MOVE DW-YYYY TO ZW-YEAR.
002540     MOVE DW-MM   TO ZW-MONTH.
002550     IF ZW-MONTH < 3
002560        ADD 12 TO ZW-MONTH
002570        SUBTRACT 1 FROM ZW-YEAR
002580     END-IF.
002590     COMPUTE ZW-WORK = 13 * (ZW-MONTH + 1).
002600     DIVIDE ZW-WORK BY 5   GIVING ZW-MONTH-TERM.
002610     DIVIDE ZW-YEAR BY 4   GIVING ZW-DIV-4.
002620     DIVIDE ZW-YEAR BY 100 GIVING ZW-DIV-100.
002630     DIVIDE ZW-YEAR BY 400 GIVING ZW-DIV-400.
002640     COMPUTE ZW-SUM = DW-DD + ZW-MONTH-TERM + ZW-YEAR
002650                    + ZW-DIV-4 - ZW-DIV-100 + ZW-DIV-400 + 5.
002660     DIVIDE ZW-SUM BY 7 GIVING ZW-QUOTIENT
002670       REMAINDER ZW-REMAINDER.
002680     ADD 1 ZW-REMAINDER GIVING DW-WEEKDAY
002690     .
002700 180-SET-DAYS-IN-MONTH.
002710     EVALUATE DW-MM
002720       WHEN 4
002730       WHEN 6
002740       WHEN 9
002750       WHEN 11
002760         MOVE 30 TO DW-DAYS-IN-MONTH
002770       WHEN 2
002780         DIVIDE DW-YYYY BY 4   GIVING ZW-QUOTIENT
002790           REMAINDER ZW-REM-4
002800         DIVIDE DW-YYYY BY 100 GIVING ZW-QUOTIENT
002810           REMAINDER ZW-REM-100
002820         DIVIDE DW-YYYY BY 400 GIVING ZW-QUOTIENT
002830           REMAINDER ZW-REM-400
002840         IF ZW-REM-4 = ZERO AND
002850            (ZW-REM-100 NOT = ZERO OR ZW-REM-400 = ZERO)
002860            MOVE 29 TO DW-DAYS-IN-MONTH
002870         ELSE
002880            MOVE 28 TO DW-DAYS-IN-MONTH
002890         END-IF
002900       WHEN OTHER
002910         MOVE 31 TO DW-DAYS-IN-MONTH
002920     END-EVALUATE
002930     .
002940 190-STEP-BACK-ONE-DAY.
002950     IF DW-DD > 1
002960        SUBTRACT 1 FROM DW-DD
002970     ELSE
002980        IF DW-MM > 1
002990           SUBTRACT 1 FROM DW-MM
003000        ELSE
003010           MOVE 12 TO DW-MM
003020           SUBTRACT 1 FROM DW-YYYY
003030        END-IF
003040        PERFORM 180-SET-DAYS-IN-MONTH
003050        MOVE DW-DAYS-IN-MONTH TO DW-DD
003060     END-IF
003070     .
003080*------------------------------------------------------------
003090*** 'PB' - THE LAST BUSINESS DAY BEFORE THE REQUEST DATE. A
003100*** MONTH OF STEPS WITHOUT ONE MEANS A BROKEN CALENDAR.
003110*------------------------------------------------------------
003120 200-PRIOR-BUSINESS-DAY.
003130     PERFORM 150-CLASSIFY-DATE.
003140     MOVE DW-DAY-TYPE     TO BDS-DAY-TYPE.
003150     MOVE DW-HOLIDAY-NAME TO BDS-HOLIDAY-NAME.
003160     MOVE ZERO TO DW-STEPS.
003170     MOVE SPACE TO DW-DAY-TYPE.
003180     PERFORM 210-TRY-PRIOR-DAY
003190       UNTIL DW-BUSINESS-DAY OR DW-STEPS > 31.
003200     IF DW-BUSINESS-DAY
003210        MOVE 'Y' TO BDS-BUSINESS-DAY-SW
003220        PERFORM 300-SET-RESULT-DATE
003230     ELSE
003240        DISPLAY 'BUSDATE: NO BUSINESS DAY IN THE MONTH BEFORE '
003250                BDS-DATE
003260        MOVE 12 TO BDS-RETURN-CODE
003270     END-IF
003280     .
003290 210-TRY-PRIOR-DAY.
003300     ADD 1 TO DW-STEPS.
003310     PERFORM 190-STEP-BACK-ONE-DAY.
003320     PERFORM 150-CLASSIFY-DATE
003330     .
003340 300-SET-RESULT-DATE.
003350     MOVE DW-DATE      TO BDS-RESULT-DATE.
003360     MOVE DW-DATE (1:4) TO BDS-RESULT-YMD (1:4).
003370     MOVE DW-DATE (6:2) TO BDS-RESULT-YMD (5:2).
003380     MOVE DW-DATE (9:2) TO BDS-RESULT-YMD (7:2)
003390     .
