000010*********************************************************
000020* C O B O L
000030* BUSINESS CALENDAR LOAD AND VALIDATION - BUILDS A YEAR OF
000040* THE BUSCAL CALENDAR FROM THE HOLIDAY CARDS, CHECKS EVERY
000050* YEAR ON FILE, AND WARNS WHEN NEXT YEAR IS STILL MISSING.
000060*********************************************************
000070*----------------------------------------------
000080 IDENTIFICATION                  DIVISION.
000090 PROGRAM-ID.                     BUSCALLD.
000100*
000110 AUTHOR.                         RGM.
000120 INSTALLATION.                   DATA PROCESSING CENTER.
000130 DATE-WRITTEN.                   2026-10-15.
000140 DATE-COMPILED.
000150*
000160* MODIFICATION HISTORY
000170* ----------  ----  --------------------------------------------
000180* 2026-10-15  RGM   NEW PROGRAM. MAINTAINS THE BUSCAL BUSINESS
000190*                   CALENDAR THE BUSDATE DATE SERVICE ANSWERS
000200*                   FROM. WITH HOLIDAY CARDS ON CALHOL (ONE PER
000210*                   OBSERVED HOLIDAY, ALL IN ONE YEAR) IT BUILDS
000220*                   EVERY DAY OF THAT YEAR - WEEKEND, HOLIDAY OR
000230*                   BUSINESS DAY - AND WRITES THE NEW GENERATION
000240*                   ON BUSCALN, REPLACING THE YEAR IF IT WAS
000250*                   ALREADY THERE AND DROPPING YEARS OLDER THAN
000260*                   LAST YEAR. A BAD CARD REJECTS THE WHOLE LOAD
000270*                   (RC 8) AND THE CALENDAR IS CARRIED FORWARD
000280*                   AS IT WAS. WITHOUT CARDS IT ONLY VALIDATES.
000290*                   EITHER WAY EVERY DAY WRITTEN IS CHECKED (IN
000300*                   SEQUENCE, NO GAPS, WEEKENDS WHERE THE WEEKDAY
000310*                   SAYS) AND EACH YEAR IS TOTALLED ON CALRPT.
000320*                   THE CURRENT YEAR NOT COMPLETE IS RC 8; FROM
000330*                   NOVEMBER ON, NEXT YEAR NOT COMPLETE IS RC 4 -
000340*                   THE WARNING TO GET NEXT YEAR'S HOLIDAYS IN.
000350*
000360*----------------------------------------------
000370 ENVIRONMENT                     DIVISION.
000380*----------------------------------------------
000390 CONFIGURATION                   SECTION.
000400 INPUT-OUTPUT                    SECTION.
000410 FILE-CONTROL.
000420     SELECT CALHOL-FILE          ASSIGN TO CALHOL
000430                                 ORGANIZATION IS SEQUENTIAL
000440                                 FILE STATUS IS CALHOL-STATUS.
000450     SELECT OLDCAL-FILE          ASSIGN TO BUSCAL
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS OLDCAL-STATUS.
000480     SELECT NEWCAL-FILE          ASSIGN TO BUSCALN
000490                                 ORGANIZATION IS SEQUENTIAL.
000500     SELECT CALRPT-FILE          ASSIGN TO CALRPT
000510                                 ORGANIZATION IS SEQUENTIAL.
000520 DATA                            DIVISION.
000530*----------------------------------------------
000540 FILE                            SECTION.
000550*----------------------------------------------
000560*
000570* HOLIDAY CARDS - THE OBSERVED DATE (ISO) AND ITS NAME. AN
000580* ASTERISK IN COLUMN ONE IS A COMMENT CARD.
000590 FD  CALHOL-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     BLOCK CONTAINS 0 RECORDS.
000630 01  CALHOL-REC.
000640     05  HOL-DATE                PIC X(10).
000650     05  HOL-DATE-PARTS          REDEFINES HOL-DATE.
000660         10  HOL-YYYY            PIC 9(04).
000670         10  FILLER              PIC X(01).
000680         10  HOL-MM              PIC 9(02).
000690         10  FILLER              PIC X(01).
000700         10  HOL-DD              PIC 9(02).
000710     05  FILLER                  PIC X(02).
000720     05  HOL-NAME                PIC X(30).
000730     05  FILLER                  PIC X(38).
000740*
000750* THE CALENDAR IN FORCE, AND THE NEW GENERATION - BOTH THE
000760* BUSCAL LAYOUT, READ INTO AND WRITTEN FROM BUSCAL-REC.
000770 FD  OLDCAL-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     BLOCK CONTAINS 0 RECORDS.
000810 01  OLDCAL-REC                  PIC X(80).
000820*
000830 FD  NEWCAL-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     BLOCK CONTAINS 0 RECORDS.
000870 01  NEWCAL-REC                  PIC X(80).
000880*
000890* THE LOAD AND VALIDATION REPORT.
000900 FD  CALRPT-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD
000930     BLOCK CONTAINS 0 RECORDS.
000940 01  CALRPT-REC                  PIC X(80).
000950*
000960 WORKING-STORAGE                 SECTION.
000970*---------------------------------------------*
000980* SWITCHES                                    *
000990*---------------------------------------------*
001000 01  SWITCHES.
001010     05 CALHOL-EOF-SW            PIC X   VALUE 'N'.
001020        88 CALHOL-EOF                    VALUE 'Y'.
001030     05 OLDCAL-EOF-SW            PIC X   VALUE 'N'.
001040        88 OLDCAL-EOF                    VALUE 'Y'.
001050     05 OLDCAL-OPEN-SW           PIC X   VALUE 'N'.
001060        88 OLDCAL-OPEN                   VALUE 'Y'.
001070     05 LOAD-STATE-SW            PIC X   VALUE 'N'.
001080        88 LOAD-NOT-REQUESTED            VALUE 'N'.
001090        88 LOAD-ACCEPTED                 VALUE 'A'.
001100        88 LOAD-REJECTED                 VALUE 'R'.
001110     05 LOAD-YEAR-WRITTEN-SW     PIC X   VALUE 'N'.
001120        88 LOAD-YEAR-WRITTEN             VALUE 'Y'.
001130     05 DATE-VALID-SW            PIC X   VALUE 'N'.
001140        88 DATE-VALID                    VALUE 'Y'.
001150     05 HOLIDAY-FOUND-SW         PIC X   VALUE 'N'.
001160        88 HOLIDAY-FOUND                 VALUE 'Y'.
001170     05 CURRENT-YEAR-SW          PIC X   VALUE 'N'.
001180        88 CURRENT-YEAR-COMPLETE         VALUE 'Y'.
001190     05 NEXT-YEAR-SW             PIC X   VALUE 'N'.
001200        88 NEXT-YEAR-COMPLETE            VALUE 'Y'.
001210*
001220 01  CALHOL-STATUS               PIC X(02) VALUE SPACES.
001230 01  OLDCAL-STATUS               PIC X(02) VALUE SPACES.
001240*--------------------------------------------*
001250* CONTROL TOTALS                             *
001260*--------------------------------------------*
001270 01  CONTROL-TOTALS.
001280     05 CT-CARDS-READ            PIC S9(7) COMP VALUE ZERO.
001290     05 CT-CARDS-REJECTED        PIC S9(7) COMP VALUE ZERO.
001300     05 CT-OLD-DAYS-READ         PIC S9(7) COMP VALUE ZERO.
001310     05 CT-OLD-DAYS-DROPPED      PIC S9(7) COMP VALUE ZERO.
001320     05 CT-OLD-DAYS-REPLACED     PIC S9(7) COMP VALUE ZERO.
001330     05 CT-DAYS-GENERATED        PIC S9(7) COMP VALUE ZERO.
001340     05 CT-DAYS-WRITTEN          PIC S9(7) COMP VALUE ZERO.
001350     05 CT-CALENDAR-ERRORS       PIC S9(7) COMP VALUE ZERO.
001360*
001370     COPY BUSCAL.
001380*
001390* THE RUN DATE, THE YEAR BEING LOADED AND THE OLDEST YEAR KEPT.
001400 01  RUN-DATE-WORK.
001410     05  RUN-DATE-RAW.
001420         10  RUN-YYYY            PIC 9(04).
001430         10  RUN-MM              PIC 9(02).
001440         10  RUN-DD              PIC 9(02).
001450     05  NEXT-YEAR               PIC 9(04).
001460     05  KEEP-FROM-YEAR          PIC 9(04).
001470     05  LOAD-YEAR               PIC 9(04) VALUE ZERO.
001480*
001490* THE HOLIDAY CARDS, HELD UNTIL THE YEAR IS BUILT.
001500 01  HOLIDAY-TABLE.
001510     05  HT-COUNT                PIC S9(4) COMP VALUE ZERO.
001520     05  HT-ENTRY                OCCURS 40 TIMES.
001530         10  HT-DATE             PIC X(10).
001540         10  HT-NAME             PIC X(30).
001550 01  HT-SUB                      PIC S9(4) COMP VALUE ZERO.
001560*
001570* ONE LINE PER YEAR ON THE NEW GENERATION, TOTALLED AS IT IS
001580* WRITTEN. YEARS ARRIVE IN ORDER, SO THE LAST ENTRY IS ALWAYS
001590* THE YEAR BEING WRITTEN.
001600 01  YEAR-SUMMARY-TABLE.
001610     05  YS-COUNT                PIC S9(4) COMP VALUE ZERO.
001620     05  YS-ENTRY                OCCURS 10 TIMES.
001630         10  YS-YEAR             PIC 9(04).
001640         10  YS-DAYS             PIC S9(4) COMP.
001650         10  YS-BUSINESS-DAYS    PIC S9(4) COMP.
001660         10  YS-WEEKEND-DAYS     PIC S9(4) COMP.
001670         10  YS-HOLIDAYS         PIC S9(4) COMP.
001680         10  YS-ERRORS           PIC S9(4) COMP.
001690         10  YS-DAYS-IN-YEAR     PIC S9(4) COMP.
001700 01  YS-SUB                      PIC S9(4) COMP VALUE ZERO.
001710*
001720* DATE ARITHMETIC WORK - THE DATE BEING CHECKED OR BUILT, AND
001730* THE DATE THE NEXT CALENDAR DAY WRITTEN MUST CARRY.
001740 01  DATE-WORK.
001750     05  DW-DATE.
001760         10  DW-YYYY             PIC 9(04).
001770         10  DW-DASH-1           PIC X(01).
001780         10  DW-MM               PIC 9(02).
001790         10  DW-DASH-2           PIC X(01).
001800         10  DW-DD               PIC 9(02).
001810     05  DW-WEEKDAY              PIC 9(01).
001820     05  DW-DAYS-IN-MONTH        PIC 9(02).
001830     05  EXPECTED-DATE           PIC X(10) VALUE SPACES.
001840*
001850* DAY-OF-WEEK (ZELLER) AND LEAP-YEAR WORK - EACH DIVIDE MUST
001860* TRUNCATE ON ITS OWN, SO NONE OF IT IS ONE COMPUTE.
001870 01  ZELLER-WORK.
001880     05  ZW-YEAR                 PIC S9(7) COMP.
001890     05  ZW-MONTH                PIC S9(7) COMP.
001900     05  ZW-WORK                 PIC S9(7) COMP.
001910     05  ZW-MONTH-TERM           PIC S9(7) COMP.
001920     05  ZW-DIV-4                PIC S9(7) COMP.
001930     05  ZW-DIV-100              PIC S9(7) COMP.
001940     05  ZW-DIV-400              PIC S9(7) COMP.
001950     05  ZW-SUM                  PIC S9(7) COMP.
001960     05  ZW-QUOTIENT             PIC S9(7) COMP.
001970     05  ZW-REM-4                PIC S9(7) COMP.
001980     05  ZW-REM-100              PIC S9(7) COMP.
001990     05  ZW-REM-400              PIC S9(7) COMP.
002000     05  ZW-REMAINDER            PIC S9(7) COMP.
002010*
002020 01  RPT-HEADING-LINE.
002030     05  FILLER                  PIC X(36) VALUE
002040         'BUSINESS CALENDAR LOAD/VALIDATION  '.
002050     05  RPT-HDG-DATE            PIC X(08).
002060     05  FILLER                  PIC X(36) VALUE SPACES.
002070*
002080 01  RPT-CARD-LINE.
002090     05  FILLER                  PIC X(14) VALUE
002100         'REJECTED CARD '.
002110     05  RPT-CARD-DATE           PIC X(10).
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  RPT-CARD-NAME           PIC X(20).
002140     05  FILLER                  PIC X(01) VALUE SPACE.
002150     05  RPT-CARD-REASON         PIC X(34).
002160*
002170 01  RPT-ERROR-LINE.
002180     05  FILLER                  PIC X(15) VALUE
002190         'CALENDAR ERROR '.
002200     05  RPT-ERR-DATE            PIC X(10).
002210     05  FILLER                  PIC X(01) VALUE SPACE.
002220     05  RPT-ERR-REASON          PIC X(40).
002230     05  FILLER                  PIC X(14) VALUE SPACES.
002240*
002250 01  RPT-LOAD-LINE.
002260     05  FILLER                  PIC X(05) VALUE 'YEAR '.
002270     05  RPT-LOAD-YEAR           PIC 9(04).
002280     05  FILLER                  PIC X(01) VALUE SPACE.
002290     05  RPT-LOAD-RESULT         PIC X(50).
002300     05  FILLER                  PIC X(20) VALUE SPACES.
002310*
002320 01  RPT-YEAR-LINE.
002330     05  FILLER                  PIC X(05) VALUE 'YEAR '.
002340     05  RPT-YR-YEAR             PIC 9(04).
002350     05  FILLER                  PIC X(07) VALUE '  DAYS '.
002360     05  RPT-YR-DAYS             PIC ZZ9.
002370     05  FILLER                  PIC X(11) VALUE '  BUSINESS '.
002380     05  RPT-YR-BUSINESS         PIC ZZ9.
002390     05  FILLER                  PIC X(10) VALUE '  WEEKEND '.
002400     05  RPT-YR-WEEKEND          PIC ZZ9.
002410     05  FILLER                  PIC X(11) VALUE '  HOLIDAYS '.
002420     05  RPT-YR-HOLIDAYS         PIC ZZ9.
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  RPT-YR-STATUS           PIC X(10).
002450     05  FILLER                  PIC X(08) VALUE SPACES.
002460*
002470 01  RPT-WARNING-LINE.
002480     05  FILLER                  PIC X(04) VALUE '*** '.
002490     05  RPT-WARN-TEXT           PIC X(22).
002500     05  RPT-WARN-YEAR           PIC 9(04).
002510     05  FILLER                  PIC X(28) VALUE
002520         ' NOT COMPLETE ON CALENDAR '.
002530     05  RPT-WARN-ACTION         PIC X(15).
002540     05  FILLER                  PIC X(07) VALUE SPACES.
002550*
002560 PROCEDURE                       DIVISION.
002570 000-LOAD-BUSINESS-CALENDAR.
002580     PERFORM 010-OPEN-FILES.
002590     PERFORM 100-READ-HOLIDAY-CARDS.
002600     PERFORM 200-WRITE-NEW-CALENDAR.
002610     PERFORM 700-PRINT-YEAR-SUMMARY.
002620     PERFORM 800-WRITE-CONTROL-TOTALS.
002630     PERFORM 900-CLOSE-FILES.
002640     STOP RUN
002650     .
002660 010-OPEN-FILES.
002670     OPEN INPUT  OLDCAL-FILE.
002680     IF OLDCAL-STATUS = '00'
002690        MOVE 'Y' TO OLDCAL-OPEN-SW
002700     ELSE
002710        DISPLAY 'BUSCALLD: NO CALENDAR IN FORCE, STATUS='
002720                OLDCAL-STATUS
002730        MOVE 'Y' TO OLDCAL-EOF-SW
002740     END-IF.
002750     OPEN OUTPUT NEWCAL-FILE.
002760     OPEN OUTPUT CALRPT-FILE.
002770     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
002780     ADD 1 RUN-YYYY GIVING NEXT-YEAR.
002790     SUBTRACT 1 FROM RUN-YYYY GIVING KEEP-FROM-YEAR.
002800     MOVE RUN-DATE-RAW TO RPT-HDG-DATE.
002810     MOVE RPT-HEADING-LINE TO CALRPT-REC.
002820     WRITE CALRPT-REC.
002830     PERFORM 850-WRITE-BLANK-LINE
002840     .
002850*------------------------------------------------------------
002860*** THE HOLIDAY CARDS. THE FIRST GOOD CARD SETS THE YEAR; EVERY
002870*** CARD MUST BE A REAL WEEKDAY DATE IN IT, NAMED, NOT REPEATED.
002880*** ONE BAD CARD REJECTS THE LOAD - HALF A YEAR OF HOLIDAYS IS
002890*** WORSE THAN THE YEAR STILL MISSING.
002900*------------------------------------------------------------
002910 100-READ-HOLIDAY-CARDS.
002920     OPEN INPUT CALHOL-FILE.
002930     IF CALHOL-STATUS = '00'
002940        PERFORM 110-READ-HOLIDAY-CARD
002950        PERFORM 120-CHECK-ONE-HOLIDAY-CARD
002960          UNTIL CALHOL-EOF
002970        CLOSE CALHOL-FILE
002980     END-IF.
002990     IF CT-CARDS-READ > ZERO AND NOT LOAD-REJECTED
003000        IF LOAD-YEAR < RUN-YYYY
003010           MOVE 'R' TO LOAD-STATE-SW
003020           MOVE LOAD-YEAR TO RPT-LOAD-YEAR
003030           MOVE 'IS IN THE PAST AND CANNOT BE LOADED' TO
003040                RPT-LOAD-RESULT
003050           MOVE RPT-LOAD-LINE TO CALRPT-REC
003060           WRITE CALRPT-REC
003070        ELSE
003080           MOVE 'A' TO LOAD-STATE-SW
003090        END-IF
003100     END-IF.
003110     IF LOAD-REJECTED
003120        MOVE 'REJECTED - CALENDAR IN FORCE CARRIED FORWARD' TO
003130             RPT-LOAD-RESULT
003140        MOVE LOAD-YEAR TO RPT-LOAD-YEAR
003150        MOVE RPT-LOAD-LINE TO CALRPT-REC
003160        WRITE CALRPT-REC
003170     END-IF
003180     .
003190 110-READ-HOLIDAY-CARD.
003200     READ CALHOL-FILE
003210       AT END MOVE 'Y' TO CALHOL-EOF-SW
003220     END-READ
003230     .
003240 120-CHECK-ONE-HOLIDAY-CARD.
003250     IF CALHOL-REC (1:1) NOT = '*'
003260        PERFORM 125-CHECK-HOLIDAY-DATE
003270     END-IF.
003280     PERFORM 110-READ-HOLIDAY-CARD
003290     .
003300 125-CHECK-HOLIDAY-DATE.
003310     ADD 1 TO CT-CARDS-READ.
003320     MOVE HOL-DATE TO DW-DATE.
003330     PERFORM 150-CHECK-DATE.
003340     IF DATE-VALID
003350        PERFORM 170-SET-WEEKDAY
003360        IF LOAD-YEAR = ZERO
003370           MOVE HOL-YYYY TO LOAD-YEAR
003380        END-IF
003390        PERFORM 130-FIND-HOLIDAY
003400     END-IF.
003410     EVALUATE TRUE
003420       WHEN NOT DATE-VALID
003430         MOVE 'NOT A VALID YYYY-MM-DD DATE' TO RPT-CARD-REASON
003440         PERFORM 140-REJECT-HOLIDAY-CARD
003450       WHEN HOL-YYYY NOT = LOAD-YEAR
003460         MOVE 'NOT IN THE SAME YEAR AS CARD ONE' TO
003470              RPT-CARD-REASON
003480         PERFORM 140-REJECT-HOLIDAY-CARD
003490       WHEN DW-WEEKDAY > 5
003500         MOVE 'WEEKEND - GIVE THE OBSERVED DATE' TO
003510              RPT-CARD-REASON
003520         PERFORM 140-REJECT-HOLIDAY-CARD
003530       WHEN HOL-NAME = SPACES
003540         MOVE 'NO HOLIDAY NAME' TO RPT-CARD-REASON
003550         PERFORM 140-REJECT-HOLIDAY-CARD
003560       WHEN HOLIDAY-FOUND
003570         MOVE 'DATE ALREADY ON AN EARLIER CARD' TO
003580              RPT-CARD-REASON
003590         PERFORM 140-REJECT-HOLIDAY-CARD
003600       WHEN HT-COUNT >= 40
003610         MOVE 'MORE THAN 40 HOLIDAYS' TO RPT-CARD-REASON
003620         PERFORM 140-REJECT-HOLIDAY-CARD
003630       WHEN OTHER
003640         ADD 1 TO HT-COUNT
003650         MOVE HOL-DATE TO HT-DATE (HT-COUNT)
003660         MOVE HOL-NAME TO HT-NAME (HT-COUNT)
003670     END-EVALUATE
003680     .
003690* LEAVES HT-SUB ON THE HOLIDAY FOR DW-DATE IF THERE IS ONE.
003700 130-FIND-HOLIDAY.
003710     MOVE 'N'  TO HOLIDAY-FOUND-SW.
003720     MOVE ZERO TO HT-SUB.
003730     PERFORM 135-CHECK-ONE-HOLIDAY
003740       UNTIL HOLIDAY-FOUND OR HT-SUB >= HT-COUNT
003750     .
003760 135-CHECK-ONE-HOLIDAY.
003770     ADD 1 TO HT-SUB.
003780     IF HT-DATE (HT-SUB) = DW-DATE
003790        MOVE 'Y' TO HOLIDAY-FOUND-SW
003800     END-IF
003810     .
003820 140-REJECT-HOLIDAY-CARD.
003830     ADD 1 TO CT-CARDS-REJECTED.
003840     MOVE 'R' TO LOAD-STATE-SW.
003850     MOVE HOL-DATE TO RPT-CARD-DATE.
003860     MOVE HOL-NAME TO RPT-CARD-NAME.
003870     MOVE RPT-CARD-LINE TO CALRPT-REC.
003880     WRITE CALRPT-REC
003890     .
003900* DW-DATE A REAL YYYY-MM-DD DATE?
003910 150-CHECK-DATE.
003920     MOVE 'N' TO DATE-VALID-SW.
003930     IF DW-YYYY NUMERIC AND DW-MM NUMERIC AND DW-DD NUMERIC AND
003940        DW-DASH-1 = '-' AND DW-DASH-2 = '-'
003950        IF DW-MM >= 1 AND DW-MM <= 12 AND DW-YYYY > ZERO
003960           PERFORM 180-SET-DAYS-IN-MONTH
003970           IF DW-DD >= 1 AND DW-DD <= DW-DAYS-IN-MONTH
003980              MOVE 'Y' TO DATE-VALID-SW
003990           END-IF
004000        END-IF
004010     END-IF
004020     .
004030* ZELLER'S CONGRUENCE, SHIFTED SO 1 = MONDAY ... 7 = SUNDAY.
004040 170-SET-WEEKDAY.
004050     MOVE DW-YYYY TO ZW-YEAR.
004060     MOVE DW-MM   TO ZW-MONTH.
004070     IF ZW-MONTH < 3
004080        ADD 12 TO ZW-MONTH
004090        SUBTRACT 1 FROM ZW-YEAR
004100     END-IF.
004110     COMPUTE ZW-WORK = 13 * (ZW-MONTH + 1).
004120     DIVIDE ZW-WORK BY 5   GIVING ZW-MONTH-TERM.
004130     DIVIDE ZW-YEAR BY 4   GIVING ZW-DIV-4.
004140     DIVIDE ZW-YEAR BY 100 GIVING ZW-DIV-100.
004150     DIVIDE ZW-YEAR BY 400 GIVING ZW-DIV-400.
004160     COMPUTE ZW-SUM = DW-DD + ZW-MONTH-TERM + ZW-YEAR
004170                    + ZW-DIV-4 - ZW-DIV-100 + ZW-DIV-400 + 5.
004180     DIVIDE ZW-SUM BY 7 GIVING ZW-QUOTIENT
004190       REMAINDER ZW-REMAINDER.
004200     ADD 1 ZW-REMAINDER GIVING DW-WEEKDAY
004210     .
004220 180-SET-DAYS-IN-MONTH.
004230     EVALUATE DW-MM
004240       WHEN 4
004250       WHEN 6
004260       WHEN 9
004270       WHEN 11
004280         MOVE 30 TO DW-DAYS-IN-MONTH
004290       WHEN 2
004300         DIVIDE DW-YYYY BY 4   GIVING ZW-QUOTIENT
004310           REMAINDER ZW-REM-4
004320         DIVIDE DW-YYYY BY 100 GIVING ZW-QUOTIENT
004330           REMAINDER ZW-REM-100
004340         DIVIDE DW-YYYY BY 400 GIVING ZW-QUOTIENT
004350           REMAINDER ZW-REM-400
004360         IF ZW-REM-4 = ZERO AND
004370            (ZW-REM-100 NOT = ZERO OR ZW-REM-400 = ZERO)
004380            MOVE 29 TO DW-DAYS-IN-MONTH
004390         ELSE
004400            MOVE 28 TO DW-DAYS-IN-MONTH
004410         END-IF
004420       WHEN OTHER
004430         MOVE 31 TO DW-DAYS-IN-MONTH
004440     END-EVALUATE
004450     .
004460 190-ADVANCE-ONE-DAY.
004470     PERFORM 180-SET-DAYS-IN-MONTH.
004480     IF DW-DD < DW-DAYS-IN-MONTH
004490        ADD 1 TO DW-DD
004500     ELSE
004510        MOVE 1 TO DW-DD
004520        IF DW-MM < 12
004530           ADD 1 TO DW-MM
004540        ELSE
004550           MOVE 1 TO DW-MM
004560           ADD 1 TO DW-YYYY
004570        END-IF
004580     END-IF
004590     .
004600*------------------------------------------------------------
004610*** THE NEW GENERATION - THE OLD CALENDAR IN DATE ORDER, LESS
004620*** YEARS BEFORE LAST YEAR, WITH THE LOADED YEAR BUILT IN ITS
004630*** PLACE. EVERY DAY WRITTEN GOES THROUGH 500 TO BE CHECKED.
004640*------------------------------------------------------------
004650 200-WRITE-NEW-CALENDAR.
004660     IF NOT LOAD-ACCEPTED
004670        MOVE 'Y' TO LOAD-YEAR-WRITTEN-SW
004680     END-IF.
004690     IF NOT OLDCAL-EOF
004700        PERFORM 210-READ-OLD-CALENDAR
004710     END-IF.
004720     PERFORM 220-CARRY-ONE-OLD-DAY
004730       UNTIL OLDCAL-EOF.
004740     IF NOT LOAD-YEAR-WRITTEN
004750        PERFORM 300-BUILD-LOAD-YEAR
004760     END-IF
004770     .
004780 210-READ-OLD-CALENDAR.
004790     READ OLDCAL-FILE INTO BUSCAL-REC
004800       AT END MOVE 'Y' TO OLDCAL-EOF-SW
004810       NOT AT END ADD 1 TO CT-OLD-DAYS-READ
004820     END-READ
004830     .
004840 220-CARRY-ONE-OLD-DAY.
004850     IF NOT LOAD-YEAR-WRITTEN AND CAL-YYYY > LOAD-YEAR
004860        PERFORM 300-BUILD-LOAD-YEAR
004870        MOVE OLDCAL-REC TO BUSCAL-REC
004880     END-IF.
004890     EVALUATE TRUE
004900       WHEN CAL-YYYY < KEEP-FROM-YEAR
004910         ADD 1 TO CT-OLD-DAYS-DROPPED
004920       WHEN LOAD-ACCEPTED AND CAL-YYYY = LOAD-YEAR
004930         ADD 1 TO CT-OLD-DAYS-REPLACED
004940       WHEN OTHER
004950         PERFORM 500-WRITE-CALENDAR-DAY
004960     END-EVALUATE.
004970     PERFORM 210-READ-OLD-CALENDAR
004980     .
004990*------------------------------------------------------------
005000*** BUILD EVERY DAY OF THE LOAD YEAR FROM JANUARY 1
005010*------------------------------------------------------------
005020 300-BUILD-LOAD-YEAR.
005030     MOVE 'Y' TO LOAD-YEAR-WRITTEN-SW.
005040     MOVE LOAD-YEAR TO DW-YYYY.
005050     MOVE '-'       TO DW-DASH-1 DW-DASH-2.
005060     MOVE 1         TO DW-MM DW-DD.
005070     PERFORM 310-BUILD-ONE-DAY
005080       UNTIL DW-YYYY > LOAD-YEAR.
005090     MOVE LOAD-YEAR TO RPT-LOAD-YEAR.
005100     IF CT-OLD-DAYS-REPLACED > ZERO
005110        MOVE 'LOADED - REPLACES THE YEAR ALREADY ON FILE' TO
005120             RPT-LOAD-RESULT
005130     ELSE
005140        MOVE 'LOADED' TO RPT-LOAD-RESULT
005150     END-IF.
005160     MOVE RPT-LOAD-LINE TO CALRPT-REC.
005170     WRITE CALRPT-REC
005180     .
005190 310-BUILD-ONE-DAY.
005200     MOVE SPACES       TO BUSCAL-REC.
005210     MOVE DW-DATE      TO CAL-DATE.
005220     PERFORM 170-SET-WEEKDAY.
005230     MOVE DW-WEEKDAY   TO CAL-WEEKDAY.
005240     MOVE RUN-DATE-RAW TO CAL-LOADED-ON.
005250     PERFORM 130-FIND-HOLIDAY.
005260     EVALUATE TRUE
005270       WHEN DW-WEEKDAY > 5
005280         SET CAL-WEEKEND TO TRUE
005290       WHEN HOLIDAY-FOUND
005300         SET CAL-HOLIDAY TO TRUE
005310         MOVE HT-NAME (HT-SUB) TO CAL-HOLIDAY-NAME
005320       WHEN OTHER
005330         SET CAL-BUSINESS-DAY TO TRUE
005340     END-EVALUATE.
005350     ADD 1 TO CT-DAYS-GENERATED.
005360     PERFORM 500-WRITE-CALENDAR-DAY.
005370     MOVE CAL-DATE TO DW-DATE.
005380     PERFORM 190-ADVANCE-ONE-DAY
005390     .
005400*------------------------------------------------------------
005410*** WRITE ONE CALENDAR DAY AND CHECK IT - A REAL DATE, THE DAY
005420*** AFTER THE ONE BEFORE (OR JANUARY 1 OF A NEW YEAR), AND A
005430*** TYPE THAT AGREES WITH ITS WEEKDAY
005440*------------------------------------------------------------
005450 500-WRITE-CALENDAR-DAY.
005460     WRITE NEWCAL-REC FROM BUSCAL-REC.
005470     ADD 1 TO CT-DAYS-WRITTEN.
005480     PERFORM 510-SET-YEAR-ENTRY.
005490     ADD 1 TO YS-DAYS (YS-COUNT).
005500     EVALUATE TRUE
005510       WHEN CAL-BUSINESS-DAY
005520         ADD 1 TO YS-BUSINESS-DAYS (YS-COUNT)
005530       WHEN CAL-WEEKEND
005540         ADD 1 TO YS-WEEKEND-DAYS (YS-COUNT)
005550       WHEN CAL-HOLIDAY
005560         ADD 1 TO YS-HOLIDAYS (YS-COUNT)
005570       WHEN OTHER
005580         CONTINUE
005590     END-EVALUATE.
005600     MOVE CAL-DATE TO DW-DATE.
005610     PERFORM 150-CHECK-DATE.
005620     IF DATE-VALID
005630        PERFORM 170-SET-WEEKDAY
005640     END-IF.
005650     EVALUATE TRUE
005660       WHEN NOT DATE-VALID
005670         MOVE 'NOT A VALID YYYY-MM-DD DATE' TO RPT-ERR-REASON
005680         PERFORM 520-REPORT-CALENDAR-ERROR
005690       WHEN CAL-DATE NOT = EXPECTED-DATE
005700         MOVE 'OUT OF SEQUENCE OR A DAY IS MISSING' TO
005710              RPT-ERR-REASON
005720         PERFORM 520-REPORT-CALENDAR-ERROR
005730       WHEN NOT CAL-BUSINESS-DAY AND NOT CAL-WEEKEND AND
005740            NOT CAL-HOLIDAY
005750         MOVE 'UNKNOWN DAY TYPE' TO RPT-ERR-REASON
005760         PERFORM 520-REPORT-CALENDAR-ERROR
005770       WHEN DW-WEEKDAY > 5 AND NOT CAL-WEEKEND
005780       WHEN DW-WEEKDAY < 6 AND CAL-WEEKEND
005790       WHEN CAL-WEEKDAY NOT = DW-WEEKDAY
005800         MOVE 'TYPE OR WEEKDAY DISAGREES WITH THE DATE' TO
005810              RPT-ERR-REASON
005820         PERFORM 520-REPORT-CALENDAR-ERROR
005830       WHEN OTHER
005840         CONTINUE
005850     END-EVALUATE.
005860* A BAD DAY CANNOT SAY WHAT COMES NEXT, SO THE CHECK PICKS UP
005870* AGAIN FROM WHATEVER DATE FOLLOWS IT.
005880     IF DATE-VALID
005890        PERFORM 190-ADVANCE-ONE-DAY
005900        MOVE DW-DATE TO EXPECTED-DATE
005910     ELSE
005920        MOVE SPACES TO EXPECTED-DATE
005930     END-IF
005940     .
005950* A NEW YEAR STARTS A NEW SUMMARY ENTRY AND MUST OPEN ON
005960* JANUARY 1. PAST TEN YEARS THE LAST ENTRY TAKES THE REST.
005970 510-SET-YEAR-ENTRY.
005980     IF YS-COUNT = ZERO OR
005990        CAL-DATE (1:4) NOT = YS-YEAR (YS-COUNT)
006000        IF YS-COUNT < 10
006010           ADD 1 TO YS-COUNT
006020        END-IF
006030        MOVE CAL-DATE (1:4) TO YS-YEAR (YS-COUNT)
006040        MOVE ZERO TO YS-DAYS (YS-COUNT)
006050                     YS-BUSINESS-DAYS (YS-COUNT)
006060                     YS-WEEKEND-DAYS (YS-COUNT)
006070                     YS-HOLIDAYS (YS-COUNT)
006080                     YS-ERRORS (YS-COUNT)
006090        MOVE 365 TO YS-DAYS-IN-YEAR (YS-COUNT)
006100        MOVE CAL-DATE (1:4) TO DW-YYYY
006110        MOVE 2 TO DW-MM
006120        PERFORM 180-SET-DAYS-IN-MONTH
006130        IF DW-DAYS-IN-MONTH = 29
006140           MOVE 366 TO YS-DAYS-IN-YEAR (YS-COUNT)
006150        END-IF
006160        MOVE CAL-DATE (1:4) TO EXPECTED-DATE (1:4)
006170        MOVE '-01-01'       TO EXPECTED-DATE (5:6)
006180     END-IF
006190     .
006200 520-REPORT-CALENDAR-ERROR.
006210     ADD 1 TO CT-CALENDAR-ERRORS.
006220     ADD 1 TO YS-ERRORS (YS-COUNT).
006230     MOVE CAL-DATE TO RPT-ERR-DATE.
006240     MOVE RPT-ERROR-LINE TO CALRPT-REC.
006250     WRITE CALRPT-REC
006260     .
006270*------------------------------------------------------------
006280*** ONE LINE PER YEAR NOW ON THE CALENDAR, THEN THE CHECKS ON
006290*** THIS YEAR AND - FROM NOVEMBER - NEXT YEAR
006300*------------------------------------------------------------
006310 700-PRINT-YEAR-SUMMARY.
006320     PERFORM 850-WRITE-BLANK-LINE.
006330     MOVE ZERO TO YS-SUB.
006340     PERFORM 710-PRINT-ONE-YEAR
006350       UNTIL YS-SUB >= YS-COUNT.
006360     PERFORM 850-WRITE-BLANK-LINE.
006370     IF NOT CURRENT-YEAR-COMPLETE
006380        MOVE 'CURRENT YEAR CALENDAR ' TO RPT-WARN-TEXT
006390        MOVE RUN-YYYY TO RPT-WARN-YEAR
006400        MOVE '- LOAD IT NOW' TO RPT-WARN-ACTION
006410        MOVE RPT-WARNING-LINE TO CALRPT-REC
006420        WRITE CALRPT-REC
006430     END-IF.
006440     IF RUN-MM >= 11 AND NOT NEXT-YEAR-COMPLETE
006450        MOVE 'NEXT YEAR CALENDAR    ' TO RPT-WARN-TEXT
006460        MOVE NEXT-YEAR TO RPT-WARN-YEAR
006470        MOVE '- LOAD BY 31/12' TO RPT-WARN-ACTION
006480        MOVE RPT-WARNING-LINE TO CALRPT-REC
006490        WRITE CALRPT-REC
006500     END-IF
006510     .
006520 710-PRINT-ONE-YEAR.
006530     ADD 1 TO YS-SUB.
006540     MOVE YS-YEAR (YS-SUB)          TO RPT-YR-YEAR.
006550     MOVE YS-DAYS (YS-SUB)          TO RPT-YR-DAYS.
006560     MOVE YS-BUSINESS-DAYS (YS-SUB) TO RPT-YR-BUSINESS.
006570     MOVE YS-WEEKEND-DAYS (YS-SUB)  TO RPT-YR-WEEKEND.
006580     MOVE YS-HOLIDAYS (YS-SUB)      TO RPT-YR-HOLIDAYS.
006590     IF YS-ERRORS (YS-SUB) = ZERO AND
006600        YS-DAYS (YS-SUB) = YS-DAYS-IN-YEAR (YS-SUB)
006610        MOVE 'COMPLETE' TO RPT-YR-STATUS
006620        IF YS-YEAR (YS-SUB) = RUN-YYYY
006630           MOVE 'Y' TO CURRENT-YEAR-SW
006640        END-IF
006650        IF YS-YEAR (YS-SUB) = NEXT-YEAR
006660           MOVE 'Y' TO NEXT-YEAR-SW
006670        END-IF
006680     ELSE
006690        MOVE 'INCOMPLETE' TO RPT-YR-STATUS
006700     END-IF.
006710     MOVE RPT-YEAR-LINE TO CALRPT-REC.
006720     WRITE CALRPT-REC
006730     .
006740 800-WRITE-CONTROL-TOTALS.
006750     DISPLAY 'BUSCALLD CONTROL TOTALS'.
006760     DISPLAY '  HOLIDAY CARDS READ  = ' CT-CARDS-READ.
006770     DISPLAY '  CARDS REJECTED      = ' CT-CARDS-REJECTED.
006780     DISPLAY '  OLD DAYS READ       = ' CT-OLD-DAYS-READ.
006790     DISPLAY '  OLD DAYS DROPPED    = ' CT-OLD-DAYS-DROPPED.
006800     DISPLAY '  OLD DAYS REPLACED   = ' CT-OLD-DAYS-REPLACED.
006810     DISPLAY '  DAYS GENERATED      = ' CT-DAYS-GENERATED.
006820     DISPLAY '  DAYS WRITTEN        = ' CT-DAYS-WRITTEN.
006830     DISPLAY '  CALENDAR ERRORS     = ' CT-CALENDAR-ERRORS.
006840     IF RUN-MM >= 11 AND NOT NEXT-YEAR-COMPLETE
006850        DISPLAY 'BUSCALLD: NEXT YEAR ' NEXT-YEAR
006860                ' NOT ON THE BUSINESS CALENDAR'
006870        MOVE 4 TO RETURN-CODE
006880     END-IF.
006890     IF LOAD-REJECTED OR CT-CALENDAR-ERRORS > ZERO OR
006900        NOT CURRENT-YEAR-COMPLETE
006910        MOVE 8 TO RETURN-CODE
006920     END-IF
006930     .
006940 850-WRITE-BLANK-LINE.
006950     MOVE SPACES TO CALRPT-REC.
006960     WRITE CALRPT-REC
006970     .
006980 900-CLOSE-FILES.
006990     IF OLDCAL-OPEN
007000        CLOSE OLDCAL-FILE
007010     END-IF.
007020     CLOSE NEWCAL-FILE.
007030     CLOSE CALRPT-FILE
007040     .
