000010*********************************************************
000020* C O B O L - D B 2
000030* DIVISIONAL COMPENSATION COST ROLLUP - EVERY DEPARTMENT'S
000040* HEADCOUNT, SALARY, BONUS AND COMMISSION FROM DSN8810.EMP,
000050* SUBTOTALLED UP THE DSN8810.DEPT ADMRDEPT TREE AT EACH
000060* ADMINISTERING DEPARTMENT AND GRAND-TOTALLED FOR THE
000070* COMPANY, WITH A COMMA-DELIMITED EXTRACT FOR BUDGETING.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     DIVCOST.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. DEPTSAL AND EMPXYZ2 SEE ONE
000210*                   DEPARTMENT AT A TIME AND SALARY ONLY, SO
000220*                   FINANCE'S QUARTERLY DIVISION COST ROLLUP WAS
000230*                   BUILT BY HAND FROM EMPROST LISTINGS. THIS JOB
000240*                   LOADS DSN8810.DEPT INTO A TABLE, LINKS EACH
000250*                   DEPARTMENT TO ITS ADMRDEPT, SUMS SALARY,
000260*                   BONUS AND COMM BY WORKDEPT, AND ROLLS EACH
000270*                   DEPARTMENT'S COST INTO EVERY DEPARTMENT ABOVE
000280*                   IT. THE REPORT RUNS IN HIERARCHY ORDER - AN
000290*                   ADMINISTERING DEPARTMENT'S OWN LINE, ITS
000300*                   SUBORDINATES INDENTED BENEATH, THEN ITS
000310*                   SUBTOTAL INCLUDING THEM - AND ENDS WITH THE
000320*                   COMPANY TOTAL. DIVCCSV CARRIES THE SAME LINES
000330*                   COMMA-DELIMITED FOR THE BUDGET SPREADSHEET.
000340*                   A DEPARTMENT ADMINISTERED BY ITSELF OR BY AN
000350*                   UNKNOWN ADMRDEPT STARTS A TREE OF ITS OWN;
000360*                   A LOOP IN ADMRDEPT IS BROKEN AND REPORTED.
000370*                   EMPLOYEES WITH NO WORKDEPT OR ONE NOT ON
000380*                   DSN8810.DEPT PRINT AS A SEPARATE LINE SO THE
000390*                   COMPANY TOTAL STILL TIES TO DSN8810.EMP.
000400*                   RC 4 FOR EITHER OF THOSE, 16 IF THE TABLE
000410*                   OVERFLOWS OR DB2 FAILS.
000411* 2026-10-15  RGM   A LINE THAT FILLED THE PAGE WAS OVERLAID BY
000413*                   THE CONTINUATION HEADING AND LOST - IT IS NOW
000415*                   HELD ACROSS THE HEADING AND PRINTED BENEATH.
000416*                   CSV HEADER ROW NO LONGER CARRIES BLANKS
000418*                   BETWEEN ITS COLUMN NAMES.
000420*
000430*----------------------------------------------
000440 ENVIRONMENT                     DIVISION.
000450*----------------------------------------------
000460 CONFIGURATION                   SECTION.
000470 INPUT-OUTPUT                    SECTION.
000480 FILE-CONTROL.
000490     SELECT DIVCRPT-FILE         ASSIGN TO DIVCRPT
000500                                 ORGANIZATION IS SEQUENTIAL.
000510     SELECT DIVCCSV-FILE         ASSIGN TO DIVCCSV
000520                                 ORGANIZATION IS SEQUENTIAL.
000530 DATA                            DIVISION.
000540*----------------------------------------------
000550 FILE                            SECTION.
000560*----------------------------------------------
000570*
000580* PRINTED ROLLUP - 133-BYTE ASA PRINT LINE.
000590 FD  DIVCRPT-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     BLOCK CONTAINS 0 RECORDS.
000630 01  DIVCRPT-REC.
000640     05  RPT-CARRIAGE-CTL        PIC X(01).
000650     05  RPT-PRINT-LINE          PIC X(132).
000660*
000670* BUDGET SPREADSHEET EXTRACT - ONE HEADER ROW, THEN ONE ROW PER
000680* REPORT LINE. TYPE IS DEPT, SUBTOTAL, UNASSIGNED OR TOTAL.
000690 FD  DIVCCSV-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD
000720     BLOCK CONTAINS 0 RECORDS.
000730 01  DIVCCSV-REC                 PIC X(150).
000740*
000750 WORKING-STORAGE                 SECTION.
000760*---------------------------------------------*
000770* SWITCHES                                    *
000780*---------------------------------------------*
000790 01  SWITCHES.
000800     05 DEPT-CURSOR-EOF-SW       PIC X   VALUE 'N'.
000810        88 DEPT-CURSOR-EOF               VALUE 'Y'.
000820     05 COST-CURSOR-EOF-SW       PIC X   VALUE 'N'.
000830        88 COST-CURSOR-EOF               VALUE 'Y'.
000840     05 SQL-ERROR-SW             PIC X   VALUE 'N'.
000850        88 SQL-ERROR                     VALUE 'Y'.
000860     05 TABLE-FULL-SW            PIC X   VALUE 'N'.
000870        88 TABLE-FULL                    VALUE 'Y'.
000880     05 SORT-DONE-SW             PIC X   VALUE 'N'.
000890        88 SORT-DONE                     VALUE 'Y'.
000900     05 STACK-TOP-KEPT-SW        PIC X   VALUE 'N'.
000910        88 STACK-TOP-KEPT                VALUE 'Y'.
000920*
000930 01  RUN-DATE-RAW                PIC X(08) VALUE SPACES.
000940*
000950*--------------------------------------------*
000960* DSN8810.DEPT HELD IN DEPTNO ORDER, WITH    *
000970* EACH DEPARTMENT'S OWN COST AND THE COST    *
000980* ROLLED UP FROM EVERYTHING BENEATH IT.      *
000990*--------------------------------------------*
001000 01  DEPT-TABLE.
001010     05  DT-COUNT                PIC S9(4) COMP VALUE ZERO.
001020     05  DT-ENTRY                OCCURS 500 TIMES.
001030         10  DT-DEPTNO           PIC X(03).
001040         10  DT-DEPTNAME         PIC X(36).
001050         10  DT-ADMRDEPT         PIC X(03).
001060         10  DT-PARENT-SUB       PIC S9(4) COMP.
001070         10  DT-LEVEL            PIC S9(4) COMP.
001080         10  DT-SUBORD-SW        PIC X(01).
001090             88  DT-HAS-SUBORDINATES     VALUE 'Y'.
001100*            DEPTNOS FROM THE TOP OF THE TREE DOWN TO THIS ONE.
001110         10  DT-PATH             PIC X(30).
001120         10  DT-HEADCOUNT        PIC S9(7) COMP.
001130         10  DT-SALARY           PIC S9(11)V99 COMP-3.
001140         10  DT-BONUS            PIC S9(11)V99 COMP-3.
001150         10  DT-COMM             PIC S9(11)V99 COMP-3.
001160         10  DT-ROLL-HEADCOUNT   PIC S9(7) COMP.
001170         10  DT-ROLL-SALARY      PIC S9(11)V99 COMP-3.
001180         10  DT-ROLL-BONUS       PIC S9(11)V99 COMP-3.
001190         10  DT-ROLL-COMM        PIC S9(11)V99 COMP-3.
001200 01  DT-MAX                      PIC S9(4) COMP VALUE 500.
001210 01  DT-SUB                      PIC S9(4) COMP VALUE ZERO.
001220 01  MAX-DEPTH                   PIC S9(4) COMP VALUE 10.
001230*
001240* DEPTNO LOOKUP - 090 SETS LOOKUP-SUB, ZERO WHEN NOT ON FILE.
001250 01  LOOKUP-DEPTNO               PIC X(03) VALUE SPACES.
001260 01  LOOKUP-SUB                  PIC S9(4) COMP VALUE ZERO.
001270 01  SCAN-SUB                    PIC S9(4) COMP VALUE ZERO.
001280*
001290* WALKING UP THE TREE FROM ONE DEPARTMENT.
001300 01  WALK-SUB                    PIC S9(4) COMP VALUE ZERO.
001310 01  WALK-DEPTH                  PIC S9(4) COMP VALUE ZERO.
001320 01  PATH-SUB                    PIC S9(4) COMP VALUE ZERO.
001330 01  PATH-POS                    PIC S9(4) COMP VALUE ZERO.
001340 01  ANCESTOR-TABLE.
001350     05  ANCESTOR-DEPTNO         PIC X(03) OCCURS 10 TIMES.
001360*
001370* PRINT ORDER - DEPT-TABLE SUBSCRIPTS SORTED BY DT-PATH.
001380 01  ORDER-TABLE.
001390     05  ORD-SUB                 PIC S9(4) COMP OCCURS 500 TIMES.
001400 01  ORD-POS                     PIC S9(4) COMP VALUE ZERO.
001410 01  SORT-I                      PIC S9(4) COMP VALUE ZERO.
001420 01  SORT-J                      PIC S9(4) COMP VALUE ZERO.
001430 01  SORT-PREV                   PIC S9(4) COMP VALUE ZERO.
001440 01  SORT-HOLD                   PIC S9(4) COMP VALUE ZERO.
001450 01  SORT-CMP-SUB                PIC S9(4) COMP VALUE ZERO.
001460*
001470* ADMINISTERING DEPARTMENTS WHOSE SUBTOTAL IS STILL TO PRINT.
001480 01  SUBTOTAL-STACK.
001490     05  STK-COUNT               PIC S9(4) COMP VALUE ZERO.
001500     05  STK-SUB                 PIC S9(4) COMP OCCURS 10 TIMES.
001510 01  STK-TOP-SUB                 PIC S9(4) COMP VALUE ZERO.
001520 01  CMP-LEN                     PIC S9(4) COMP VALUE ZERO.
001530*
001540* EMPLOYEES WHOSE WORKDEPT IS NULL OR NOT ON DSN8810.DEPT.
001550 01  UNASSIGNED-TOTALS.
001560     05  UA-HEADCOUNT            PIC S9(7) COMP VALUE ZERO.
001570     05  UA-SALARY               PIC S9(11)V99 COMP-3 VALUE ZERO.
001580     05  UA-BONUS                PIC S9(11)V99 COMP-3 VALUE ZERO.
001590     05  UA-COMM                 PIC S9(11)V99 COMP-3 VALUE ZERO.
001600*
001610 01  COMPANY-TOTALS.
001620     05  CO-HEADCOUNT            PIC S9(7) COMP VALUE ZERO.
001630     05  CO-SALARY               PIC S9(11)V99 COMP-3 VALUE ZERO.
001640     05  CO-BONUS                PIC S9(11)V99 COMP-3 VALUE ZERO.
001650     05  CO-COMM                 PIC S9(11)V99 COMP-3 VALUE ZERO.
001660*
001670* ONE LINE'S FIGURES, SET BY THE CALLER OF 300-WRITE-COST-LINE.
001680 01  LINE-FIGURES.
001690     05  LF-TYPE                 PIC X(10).
001700     05  LF-DEPTNO               PIC X(03).
001710     05  LF-DEPTNAME             PIC X(36).
001720     05  LF-ADMRDEPT             PIC X(03).
001730     05  LF-LEVEL                PIC S9(4) COMP.
001740     05  LF-HEADCOUNT            PIC S9(7) COMP.
001750     05  LF-SALARY               PIC S9(11)V99 COMP-3.
001760     05  LF-BONUS                PIC S9(11)V99 COMP-3.
001770     05  LF-COMM                 PIC S9(11)V99 COMP-3.
001780     05  LF-TOTAL-COST           PIC S9(11)V99 COMP-3.
001790 01  INDENT-POS                  PIC S9(4) COMP VALUE ZERO.
001800*
001810 01  PAGE-NUMBER                 PIC S9(5) COMP VALUE ZERO.
001820 01  LINE-COUNT                  PIC S9(4) COMP VALUE ZERO.
001830 01  MAX-LINES                   PIC S9(4) COMP VALUE 55.
001835 01  HOLD-PRINT-LINE             PIC X(132) VALUE SPACES.
001840*
001850 01  DATE-EDIT-WORK.
001860     05  DEW-RAW-DATE            PIC X(08).
001870     05  DEW-EDITED-DATE.
001880         10  DEW-YYYY            PIC X(04).
001890         10  FILLER              PIC X(01) VALUE '-'.
001900         10  DEW-MM              PIC X(02).
001910         10  FILLER              PIC X(01) VALUE '-'.
001920         10  DEW-DD              PIC X(02).
001930*--------------------------------------------*
001940* CONTROL TOTALS                             *
001950*--------------------------------------------*
001960 01  CONTROL-TOTALS.
001970     05 CT-DEPTS-READ            PIC S9(7) COMP VALUE ZERO.
001980     05 CT-TOP-LEVEL-DEPTS       PIC S9(7) COMP VALUE ZERO.
001990     05 CT-UNKNOWN-ADMRDEPT      PIC S9(7) COMP VALUE ZERO.
002000     05 CT-ADMRDEPT-LOOPS        PIC S9(7) COMP VALUE ZERO.
002010     05 CT-COST-ROWS-READ        PIC S9(7) COMP VALUE ZERO.
002020     05 CT-UNASSIGNED-ROWS       PIC S9(7) COMP VALUE ZERO.
002030     05 CT-CSV-ROWS              PIC S9(7) COMP VALUE ZERO.
002040*
002050 01  HDG-TITLE-LINE.
002060     05  FILLER                  PIC X(50) VALUE
002070         'DIVISIONAL COMPENSATION COST ROLLUP'.
002080     05  FILLER                  PIC X(10) VALUE
002090         'RUN DATE '.
002100     05  HDG-RUN-DATE            PIC X(10).
002110     05  FILLER                  PIC X(10) VALUE
002120         '    PAGE '.
002130     05  HDG-PAGE                PIC ZZZZ9.
002140     05  FILLER                  PIC X(47) VALUE SPACES.
002150*
002160 01  HDG-COLUMN-LINE.
002170     05  FILLER                  PIC X(14) VALUE 'DEPT'.
002180     05  FILLER                  PIC X(31) VALUE
002185         'DEPARTMENT NAME'.
002190     05  FILLER                  PIC X(05) VALUE 'ADM'.
002200     05  FILLER                  PIC X(08) VALUE ' STAFF'.
002210     05  FILLER                  PIC X(18) VALUE
002220         '           SALARY'.
002230     05  FILLER                  PIC X(18) VALUE
002240         '            BONUS'.
002250     05  FILLER                  PIC X(18) VALUE
002260         '       COMMISSION'.
002270     05  FILLER                  PIC X(20) VALUE
002280         '       TOTAL COST'.
002290*
002300 01  RPT-COST-LINE.
002310     05  RPT-DEPT-AREA           PIC X(12).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  RPT-DEPTNAME            PIC X(30).
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  RPT-ADMRDEPT            PIC X(03).
002360     05  FILLER                  PIC X(02) VALUE SPACES.
002370     05  RPT-HEADCOUNT           PIC ZZ,ZZ9.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  RPT-SALARY              PIC Z,ZZZ,ZZZ,ZZ9.99-.
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  RPT-BONUS               PIC Z,ZZZ,ZZZ,ZZ9.99-.
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  RPT-COMM                PIC Z,ZZZ,ZZZ,ZZ9.99-.
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  RPT-TOTAL-COST          PIC Z,ZZZ,ZZZ,ZZ9.99-.
002460     05  FILLER                  PIC X(03) VALUE SPACES.
002470*
002480 01  RPT-MESSAGE-LINE.
002490     05  RPT-MESSAGE             PIC X(80).
002500     05  FILLER                  PIC X(52) VALUE SPACES.
002510*
002520* EXTRACT FIELDS - COMPENSATION IS NEVER NEGATIVE, SO PLAIN
002530* ZERO-FILLED AMOUNTS THE SPREADSHEET READS AS NUMBERS.
002540 01  CSV-WORK.
002550     05  CSV-LEVEL               PIC 9(02).
002560     05  CSV-HEADCOUNT           PIC 9(07).
002570     05  CSV-SALARY              PIC 9(11).99.
002580     05  CSV-BONUS               PIC 9(11).99.
002590     05  CSV-COMM                PIC 9(11).99.
002600     05  CSV-TOTAL-COST          PIC 9(11).99.
002610 01  CSV-HEADER-ROW.
002620     05  FILLER                  PIC X(36) VALUE
002623         'TYPE,DEPTNO,DEPTNAME,ADMRDEPT,LEVEL,'.
002626     05  FILLER                  PIC X(38) VALUE
002630         'HEADCOUNT,SALARY,BONUS,COMM,TOTAL_COST'.
002640*--------------------------------------------*
002650* DB2 HOST VARIABLES DECLARATION             *
002660*--------------------------------------------*
002670 01  DEPTNO-HV                   PIC X(3).
002680 01  DEPTNAME-HV                 PIC X(36).
002690 01  ADMRDEPT-HV                 PIC X(3).
002700 01  WORKDEPT-HV                 PIC X(3).
002710 01  WORKDEPT-IN                 PIC S9(4) COMP-5.
002720 01  EMPCNT-HV                   PIC S9(8) COMP.
002730 01  SUMSAL-HV                   PIC S9(11)V99 COMP-3.
002740 01  SUMSAL-IN                   PIC S9(4) COMP-5.
002750 01  SUMBON-HV                   PIC S9(11)V99 COMP-3.
002760 01  SUMBON-IN                   PIC S9(4) COMP-5.
002770 01  SUMCOM-HV                   PIC S9(11)V99 COMP-3.
002780 01  SUMCOM-IN                   PIC S9(4) COMP-5.
002790*--------------------------------------------*
002800* SQLCA DECLARATION                          *
002810*--------------------------------------------*
002820     EXEC SQL
002830       INCLUDE SQLCA
002840     END-EXEC.
002850*--------------------------------------------*
002860* EVERY DEPARTMENT WITH ITS ADMINISTERING    *
002870* DEPARTMENT, IN KEY ORDER.                  *
002880*--------------------------------------------*
002890     EXEC SQL
002900       DECLARE DEPT-CUR CURSOR FOR
002910         SELECT DEPTNO, DEPTNAME, ADMRDEPT
002920           FROM DSN8810.DEPT
002930         ORDER BY DEPTNO
002940     END-EXEC.
002950*--------------------------------------------*
002960* COMPENSATION COST BY WORKDEPT. A NULL      *
002970* WORKDEPT COMES BACK AS ITS OWN GROUP.      *
002980*--------------------------------------------*
002990     EXEC SQL
003000       DECLARE COST-CUR CURSOR FOR
003010         SELECT WORKDEPT, COUNT(*),
003020                SUM(SALARY), SUM(BONUS), SUM(COMM)
003030           FROM DSN8810.EMP
003040         GROUP BY WORKDEPT
003050     END-EXEC.
003060*
003070 PROCEDURE                       DIVISION.
003080 000-ROLLUP-DIVISION-COSTS.
003090     PERFORM 010-OPEN-FILES.
003100     PERFORM 020-LOAD-DEPARTMENTS.
003110     IF NOT SQL-ERROR AND NOT TABLE-FULL
003120        PERFORM 030-LINK-ADMINISTERING-DEPTS
003130        PERFORM 040-BUILD-HIERARCHY-PATHS
003140        PERFORM 050-LOAD-EMPLOYEE-COSTS
003150     END-IF.
003160     IF NOT SQL-ERROR AND NOT TABLE-FULL
003170        PERFORM 060-ROLL-UP-COSTS
003180        PERFORM 070-ORDER-BY-HIERARCHY
003190        PERFORM 200-PRINT-HEADING
003200        MOVE ZERO TO ORD-POS
003210        PERFORM 100-PRINT-ONE-DEPT
003220          UNTIL ORD-POS >= DT-COUNT
003230        PERFORM 115-PRINT-STACKED-SUBTOTAL
003240          UNTIL STK-COUNT = ZERO
003250        PERFORM 600-PRINT-COMPANY-TOTALS
003260     END-IF.
003300     PERFORM 800-WRITE-CONTROL-TOTALS.
003310     PERFORM 900-CLOSE-FILES.
003320     STOP RUN
003330     .
003340 010-OPEN-FILES.
003350     OPEN OUTPUT DIVCRPT-FILE.
003360     OPEN OUTPUT DIVCCSV-FILE.
003370     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
003380     MOVE RUN-DATE-RAW TO DEW-RAW-DATE.
003390     MOVE DEW-RAW-DATE (1:4) TO DEW-YYYY.
003400     MOVE DEW-RAW-DATE (5:2) TO DEW-MM.
003410     MOVE DEW-RAW-DATE (7:2) TO DEW-DD.
003420     MOVE DEW-EDITED-DATE TO HDG-RUN-DATE.
003430     MOVE CSV-HEADER-ROW TO DIVCCSV-REC.
003440     WRITE DIVCCSV-REC
003450     .
003460*------------------------------------------------------------
003470*** LOAD DSN8810.DEPT
003480*------------------------------------------------------------
003490 020-LOAD-DEPARTMENTS.
003500     EXEC SQL
003510       OPEN DEPT-CUR
003520     END-EXEC.
003530     PERFORM 025-FETCH-DEPARTMENT.
003540     PERFORM 027-STORE-DEPARTMENT
003550       UNTIL DEPT-CURSOR-EOF.
003560     EXEC SQL
003570       CLOSE DEPT-CUR
003580     END-EXEC
003590     .
003600 025-FETCH-DEPARTMENT.
003610     EXEC SQL
003620       FETCH DEPT-CUR
003630       INTO :DEPTNO-HV, :DEPTNAME-HV, :ADMRDEPT-HV
003640     END-EXEC.
003650     EVALUATE SQLCODE
003660       WHEN ZERO
003670         ADD 1 TO CT-DEPTS-READ
003680       WHEN +100
003690         MOVE 'Y' TO DEPT-CURSOR-EOF-SW
003700       WHEN OTHER
003710         DISPLAY 'DIVCOST: DEPT FETCH FAILED, SQLCODE= ' SQLCODE
003720         MOVE 'Y' TO SQL-ERROR-SW
003730         MOVE 'Y' TO DEPT-CURSOR-EOF-SW
003740     END-EVALUATE
003750     .
003760*
003770* A PARTIAL TREE WOULD MISSTATE EVERY SUBTOTAL ABOVE THE GAP,
003780* SO A FULL TABLE STOPS THE RUN RATHER THAN PRINT.
003790 027-STORE-DEPARTMENT.
003800     IF DT-COUNT >= DT-MAX
003810        DISPLAY 'DIVCOST: MORE THAN ' DT-MAX ' DEPARTMENTS'
003820        MOVE 'Y' TO TABLE-FULL-SW
003830        MOVE 'Y' TO DEPT-CURSOR-EOF-SW
003840     ELSE
003850        ADD 1 TO DT-COUNT
003860        MOVE DEPTNO-HV   TO DT-DEPTNO (DT-COUNT)
003870        MOVE DEPTNAME-HV TO DT-DEPTNAME (DT-COUNT)
003880        MOVE ADMRDEPT-HV TO DT-ADMRDEPT (DT-COUNT)
003890        MOVE ZERO        TO DT-PARENT-SUB (DT-COUNT)
003900        MOVE ZERO        TO DT-LEVEL (DT-COUNT)
003910        MOVE 'N'         TO DT-SUBORD-SW (DT-COUNT)
003920        MOVE SPACES      TO DT-PATH (DT-COUNT)
003930        MOVE ZERO        TO DT-HEADCOUNT (DT-COUNT)
003940        MOVE ZERO        TO DT-SALARY (DT-COUNT)
003950        MOVE ZERO        TO DT-BONUS (DT-COUNT)
003960        MOVE ZERO        TO DT-COMM (DT-COUNT)
003970        MOVE ZERO        TO DT-ROLL-HEADCOUNT (DT-COUNT)
003980        MOVE ZERO        TO DT-ROLL-SALARY (DT-COUNT)
003990        MOVE ZERO        TO DT-ROLL-BONUS (DT-COUNT)
004000        MOVE ZERO        TO DT-ROLL-COMM (DT-COUNT)
004010        PERFORM 025-FETCH-DEPARTMENT
004020     END-IF
004030     .
004040*------------------------------------------------------------
004050*** LINK EACH DEPARTMENT TO ITS ADMINISTERING DEPARTMENT
004060*------------------------------------------------------------
004070 030-LINK-ADMINISTERING-DEPTS.
004080     MOVE ZERO TO DT-SUB.
004090     PERFORM 035-LINK-ONE-DEPT
004100       UNTIL DT-SUB >= DT-COUNT
004110     .
004120*
004130* THE TOP OF A TREE IS ADMINISTERED BY ITSELF (A00 IN THE
004140* SHIPPED TABLE). AN ADMRDEPT NOT ON FILE IS TREATED THE SAME
004150* WAY AND REPORTED.
004160 035-LINK-ONE-DEPT.
004170     ADD 1 TO DT-SUB.
004180     IF DT-ADMRDEPT (DT-SUB) = DT-DEPTNO (DT-SUB) OR
004190        DT-ADMRDEPT (DT-SUB) = SPACES
004200        MOVE ZERO TO LOOKUP-SUB
004210     ELSE
004220        MOVE DT-ADMRDEPT (DT-SUB) TO LOOKUP-DEPTNO
004230        PERFORM 090-LOOKUP-DEPT
004240        IF LOOKUP-SUB = ZERO
004250           ADD 1 TO CT-UNKNOWN-ADMRDEPT
004260           MOVE SPACES TO RPT-MESSAGE
004270           STRING 'DEPARTMENT ' DT-DEPTNO (DT-SUB)
004280                  ' ADMRDEPT ' DT-ADMRDEPT (DT-SUB)
004290                  ' NOT ON DSN8810.DEPT - SHOWN AT TOP LEVEL'
004300                  DELIMITED BY SIZE INTO RPT-MESSAGE
004310           END-STRING
004320           DISPLAY 'DIVCOST: ' RPT-MESSAGE
004330        END-IF
004340     END-IF.
004350     MOVE LOOKUP-SUB TO DT-PARENT-SUB (DT-SUB).
004360     IF LOOKUP-SUB > ZERO
004370        MOVE 'Y' TO DT-SUBORD-SW (LOOKUP-SUB)
004380     END-IF
004390     .
004400*------------------------------------------------------------
004410*** HIERARCHY PATH AND LEVEL OF EACH DEPARTMENT
004420*------------------------------------------------------------
004430 040-BUILD-HIERARCHY-PATHS.
004440     MOVE ZERO TO DT-SUB.
004450     PERFORM 045-BUILD-ONE-PATH
004460       UNTIL DT-SUB >= DT-COUNT
004470     .
004480*
004490* WALKS UP TO THE TOP. A CHAIN LONGER THAN MAX-DEPTH CAN ONLY
004500* BE A LOOP IN ADMRDEPT - THE LINK IS CUT HERE AND THIS
004510* DEPARTMENT IS SHOWN AT TOP LEVEL.
004520 045-BUILD-ONE-PATH.
004530     ADD 1 TO DT-SUB.
004540     MOVE DT-SUB TO WALK-SUB.
004550     MOVE ZERO TO WALK-DEPTH.
004560     PERFORM 046-STEP-UP-ONE-LEVEL
004570       UNTIL WALK-SUB = ZERO OR WALK-DEPTH >= MAX-DEPTH.
004580     IF WALK-SUB NOT = ZERO
004590        ADD 1 TO CT-ADMRDEPT-LOOPS
004600        DISPLAY 'DIVCOST: ADMRDEPT LOOP AT DEPARTMENT '
004610                DT-DEPTNO (DT-SUB) ' - SHOWN AT TOP LEVEL'
004620        MOVE ZERO TO DT-PARENT-SUB (DT-SUB)
004630        MOVE 1 TO WALK-DEPTH
004640        MOVE DT-DEPTNO (DT-SUB) TO ANCESTOR-DEPTNO (1)
004650     END-IF.
004660     IF DT-PARENT-SUB (DT-SUB) = ZERO
004670        ADD 1 TO CT-TOP-LEVEL-DEPTS
004680     END-IF.
004690     MOVE WALK-DEPTH TO DT-LEVEL (DT-SUB).
004700     MOVE SPACES TO DT-PATH (DT-SUB).
004710     MOVE WALK-DEPTH TO PATH-SUB.
004720     MOVE 1 TO PATH-POS.
004730     PERFORM 047-PLACE-ONE-ANCESTOR
004740       UNTIL PATH-SUB = ZERO
004750     .
004760 046-STEP-UP-ONE-LEVEL.
004770     ADD 1 TO WALK-DEPTH.
004780     MOVE DT-DEPTNO (WALK-SUB) TO ANCESTOR-DEPTNO (WALK-DEPTH).
004790     MOVE DT-PARENT-SUB (WALK-SUB) TO WALK-SUB
004800     .
004810* ANCESTORS WERE COLLECTED BOTTOM-UP; THE PATH READS TOP-DOWN.
004820 047-PLACE-ONE-ANCESTOR.
004830     MOVE ANCESTOR-DEPTNO (PATH-SUB)
004840       TO DT-PATH (DT-SUB) (PATH-POS:3).
004850     ADD 3 TO PATH-POS.
004860     SUBTRACT 1 FROM PATH-SUB
004870     .
004880*------------------------------------------------------------
004890*** LOAD EACH WORKDEPT'S COMPENSATION COST
004900*------------------------------------------------------------
004910 050-LOAD-EMPLOYEE-COSTS.
004920     EXEC SQL
004930       OPEN COST-CUR
004940     END-EXEC.
004950     PERFORM 055-FETCH-COST-ROW.
004960     PERFORM 057-POST-COST-ROW
004970       UNTIL COST-CURSOR-EOF.
004980     EXEC SQL
004990       CLOSE COST-CUR
005000     END-EXEC
005010     .
005020 055-FETCH-COST-ROW.
005030     EXEC SQL
005040       FETCH COST-CUR
005050       INTO :WORKDEPT-HV:WORKDEPT-IN,
005060            :EMPCNT-HV,
005070            :SUMSAL-HV:SUMSAL-IN,
005080            :SUMBON-HV:SUMBON-IN,
005090            :SUMCOM-HV:SUMCOM-IN
005100     END-EXEC.
005110     EVALUATE SQLCODE
005120       WHEN ZERO
005130         ADD 1 TO CT-COST-ROWS-READ
005140         IF WORKDEPT-IN = -1
005150            MOVE SPACES TO WORKDEPT-HV
005160         END-IF
005170         IF SUMSAL-IN = -1
005180            MOVE ZERO TO SUMSAL-HV
005190         END-IF
005200         IF SUMBON-IN = -1
005210            MOVE ZERO TO SUMBON-HV
005220         END-IF
005230         IF SUMCOM-IN = -1
005240            MOVE ZERO TO SUMCOM-HV
005250         END-IF
005260       WHEN +100
005270         MOVE 'Y' TO COST-CURSOR-EOF-SW
005280       WHEN OTHER
005290         DISPLAY 'DIVCOST: EMP FETCH FAILED, SQLCODE= ' SQLCODE
005300         MOVE 'Y' TO SQL-ERROR-SW
005310         MOVE 'Y' TO COST-CURSOR-EOF-SW
005320     END-EVALUATE
005330     .
005340 057-POST-COST-ROW.
005350     MOVE ZERO TO LOOKUP-SUB.
005360     IF WORKDEPT-HV NOT = SPACES
005370        MOVE WORKDEPT-HV TO LOOKUP-DEPTNO
005380        PERFORM 090-LOOKUP-DEPT
005390     END-IF.
005400     IF LOOKUP-SUB = ZERO
005410        ADD 1 TO CT-UNASSIGNED-ROWS
005420        ADD EMPCNT-HV TO UA-HEADCOUNT
005430        ADD SUMSAL-HV TO UA-SALARY
005440        ADD SUMBON-HV TO UA-BONUS
005450        ADD SUMCOM-HV TO UA-COMM
005460     ELSE
005470        MOVE EMPCNT-HV TO DT-HEADCOUNT (LOOKUP-SUB)
005480        MOVE SUMSAL-HV TO DT-SALARY (LOOKUP-SUB)
005490        MOVE SUMBON-HV TO DT-BONUS (LOOKUP-SUB)
005500        MOVE SUMCOM-HV TO DT-COMM (LOOKUP-SUB)
005510     END-IF.
005520     ADD EMPCNT-HV TO CO-HEADCOUNT.
005530     ADD SUMSAL-HV TO CO-SALARY.
005540     ADD SUMBON-HV TO CO-BONUS.
005550     ADD SUMCOM-HV TO CO-COMM.
005560     PERFORM 055-FETCH-COST-ROW
005570     .
005580*------------------------------------------------------------
005590*** ROLL EACH DEPARTMENT'S COST INTO ITSELF AND EVERY
005600*** DEPARTMENT ABOVE IT
005610*------------------------------------------------------------
005620 060-ROLL-UP-COSTS.
005630     MOVE ZERO TO DT-SUB.
005640     PERFORM 065-ROLL-UP-ONE-DEPT
005650       UNTIL DT-SUB >= DT-COUNT
005660     .
005670 065-ROLL-UP-ONE-DEPT.
005680     ADD 1 TO DT-SUB.
005690     MOVE DT-SUB TO WALK-SUB.
005700     PERFORM 066-ADD-TO-ONE-LEVEL
005710       UNTIL WALK-SUB = ZERO
005720     .
005730 066-ADD-TO-ONE-LEVEL.
005740     ADD DT-HEADCOUNT (DT-SUB) TO DT-ROLL-HEADCOUNT (WALK-SUB).
005750     ADD DT-SALARY (DT-SUB)    TO DT-ROLL-SALARY (WALK-SUB).
005760     ADD DT-BONUS (DT-SUB)     TO DT-ROLL-BONUS (WALK-SUB).
005770     ADD DT-COMM (DT-SUB)      TO DT-ROLL-COMM (WALK-SUB).
005780     MOVE DT-PARENT-SUB (WALK-SUB) TO WALK-SUB
005790     .
005800*------------------------------------------------------------
005810*** PRINT ORDER - INSERTION SORT OF THE SUBSCRIPTS BY PATH, SO
005820*** EACH DEPARTMENT FOLLOWS THE ONE THAT ADMINISTERS IT
005830*------------------------------------------------------------
005840 070-ORDER-BY-HIERARCHY.
005850     MOVE ZERO TO SORT-I.
005860     PERFORM 072-SEED-ONE-ORDER-ENTRY
005870       UNTIL SORT-I >= DT-COUNT.
005880     MOVE 1 TO SORT-I.
005890     PERFORM 075-INSERT-ONE-ENTRY
005900       UNTIL SORT-I >= DT-COUNT
005910     .
005920 072-SEED-ONE-ORDER-ENTRY.
005930     ADD 1 TO SORT-I.
005940     MOVE SORT-I TO ORD-SUB (SORT-I)
005950     .
005960 075-INSERT-ONE-ENTRY.
005970     ADD 1 TO SORT-I.
005980     MOVE ORD-SUB (SORT-I) TO SORT-HOLD.
005990     MOVE SORT-I TO SORT-J.
006000     MOVE 'N' TO SORT-DONE-SW.
006010     PERFORM 076-SHIFT-ONE-ENTRY
006020       UNTIL SORT-DONE.
006030     MOVE SORT-HOLD TO ORD-SUB (SORT-J)
006040     .
006050 076-SHIFT-ONE-ENTRY.
006060     IF SORT-J = 1
006070        MOVE 'Y' TO SORT-DONE-SW
006080     ELSE
006090        COMPUTE SORT-PREV = SORT-J - 1
006100        MOVE ORD-SUB (SORT-PREV) TO SORT-CMP-SUB
006110        IF DT-PATH (SORT-CMP-SUB) > DT-PATH (SORT-HOLD)
006120           MOVE SORT-CMP-SUB TO ORD-SUB (SORT-J)
006130           MOVE SORT-PREV TO SORT-J
006140        ELSE
006150           MOVE 'Y' TO SORT-DONE-SW
006160        END-IF
006170     END-IF
006180     .
006190*
006200* LINEAR SCAN OF DEPT-TABLE FOR LOOKUP-DEPTNO.
006210 090-LOOKUP-DEPT.
006220     MOVE ZERO TO LOOKUP-SUB.
006230     MOVE ZERO TO SCAN-SUB.
006240     PERFORM 095-COMPARE-ONE-DEPT
006250       UNTIL LOOKUP-SUB > ZERO OR SCAN-SUB >= DT-COUNT
006260     .
006270 095-COMPARE-ONE-DEPT.
006280     ADD 1 TO SCAN-SUB.
006290     IF DT-DEPTNO (SCAN-SUB) = LOOKUP-DEPTNO
006300        MOVE SCAN-SUB TO LOOKUP-SUB
006310     END-IF
006320     .
006330*------------------------------------------------------------
006340*** ONE DEPARTMENT IN HIERARCHY ORDER. ANY ADMINISTERING
006350*** DEPARTMENT WHOSE BRANCH HAS ENDED GETS ITS SUBTOTAL FIRST.
006360*------------------------------------------------------------
006370 100-PRINT-ONE-DEPT.
006380     ADD 1 TO ORD-POS.
006390     MOVE ORD-SUB (ORD-POS) TO DT-SUB.
006400     PERFORM 105-CHECK-STACK-TOP.
006410     PERFORM 110-CLOSE-ONE-SUBTOTAL
006420       UNTIL STACK-TOP-KEPT.
006430     MOVE 'DEPT'                 TO LF-TYPE.
006440     MOVE DT-DEPTNO (DT-SUB)     TO LF-DEPTNO.
006450     MOVE DT-DEPTNAME (DT-SUB)   TO LF-DEPTNAME.
006460     MOVE DT-ADMRDEPT (DT-SUB)   TO LF-ADMRDEPT.
006470     MOVE DT-LEVEL (DT-SUB)      TO LF-LEVEL.
006480     MOVE DT-HEADCOUNT (DT-SUB)  TO LF-HEADCOUNT.
006490     MOVE DT-SALARY (DT-SUB)     TO LF-SALARY.
006500     MOVE DT-BONUS (DT-SUB)      TO LF-BONUS.
006510     MOVE DT-COMM (DT-SUB)       TO LF-COMM.
006520     PERFORM 300-WRITE-COST-LINE.
006530     IF DT-HAS-SUBORDINATES (DT-SUB)
006540        ADD 1 TO STK-COUNT
006550        MOVE DT-SUB TO STK-SUB (STK-COUNT)
006560     END-IF
006570     .
006580*
006590* THE STACK TOP STAYS OPEN WHILE THIS DEPARTMENT IS BENEATH IT,
006600* I.E. ITS PATH STARTS WITH THE STACK TOP'S PATH.
006610 105-CHECK-STACK-TOP.
006620     IF STK-COUNT = ZERO
006630        MOVE 'Y' TO STACK-TOP-KEPT-SW
006640     ELSE
006650        MOVE STK-SUB (STK-COUNT) TO STK-TOP-SUB
006660        COMPUTE CMP-LEN = DT-LEVEL (STK-TOP-SUB) * 3
006670        IF DT-PATH (STK-TOP-SUB) (1:CMP-LEN) =
006680           DT-PATH (DT-SUB) (1:CMP-LEN)
006690           MOVE 'Y' TO STACK-TOP-KEPT-SW
006700        ELSE
006710           MOVE 'N' TO STACK-TOP-KEPT-SW
006720        END-IF
006730     END-IF
006740     .
006750 110-CLOSE-ONE-SUBTOTAL.
006760     PERFORM 115-PRINT-STACKED-SUBTOTAL.
006770     PERFORM 105-CHECK-STACK-TOP
006780     .
006790 115-PRINT-STACKED-SUBTOTAL.
006800     MOVE STK-SUB (STK-COUNT) TO STK-TOP-SUB.
006810     SUBTRACT 1 FROM STK-COUNT.
006820     MOVE 'SUBTOTAL'                   TO LF-TYPE.
006830     MOVE DT-DEPTNO (STK-TOP-SUB)      TO LF-DEPTNO.
006840     MOVE DT-DEPTNAME (STK-TOP-SUB)    TO LF-DEPTNAME.
006850     MOVE DT-ADMRDEPT (STK-TOP-SUB)    TO LF-ADMRDEPT.
006860     MOVE DT-LEVEL (STK-TOP-SUB)       TO LF-LEVEL.
006870     MOVE DT-ROLL-HEADCOUNT (STK-TOP-SUB) TO LF-HEADCOUNT.
006880     MOVE DT-ROLL-SALARY (STK-TOP-SUB) TO LF-SALARY.
006890     MOVE DT-ROLL-BONUS (STK-TOP-SUB)  TO LF-BONUS.
006900     MOVE DT-ROLL-COMM (STK-TOP-SUB)   TO LF-COMM.
006910     PERFORM 300-WRITE-COST-LINE.
006920     MOVE SPACES TO RPT-PRINT-LINE.
006930     PERFORM 700-WRITE-REPORT-LINE
006940     .
006950 200-PRINT-HEADING.
006960     ADD 1 TO PAGE-NUMBER.
006970     MOVE PAGE-NUMBER TO HDG-PAGE.
006980     MOVE HDG-TITLE-LINE TO RPT-PRINT-LINE.
006990     MOVE '1' TO RPT-CARRIAGE-CTL.
007000     WRITE DIVCRPT-REC.
007010     MOVE HDG-COLUMN-LINE TO RPT-PRINT-LINE.
007020     MOVE '0' TO RPT-CARRIAGE-CTL.
007030     WRITE DIVCRPT-REC.
007040     MOVE SPACES TO RPT-PRINT-LINE.
007050     MOVE SPACE TO RPT-CARRIAGE-CTL.
007060     WRITE DIVCRPT-REC.
007070     MOVE 4 TO LINE-COUNT
007080     .
007090*
007100* PRINTS LINE-FIGURES AND WRITES THE MATCHING EXTRACT ROW. THE
007110* DEPTNO IS INDENTED TWO PLACES A LEVEL, FIVE LEVELS AT MOST.
007120 300-WRITE-COST-LINE.
007130     COMPUTE LF-TOTAL-COST = LF-SALARY + LF-BONUS + LF-COMM.
007140     MOVE SPACES TO RPT-DEPT-AREA.
007150     IF LF-LEVEL > 5
007160        MOVE 9 TO INDENT-POS
007170     ELSE
007180        IF LF-LEVEL > ZERO
007190           COMPUTE INDENT-POS = (LF-LEVEL - 1) * 2 + 1
007200        ELSE
007210           MOVE 1 TO INDENT-POS
007220        END-IF
007230     END-IF.
007240     MOVE LF-DEPTNO TO RPT-DEPT-AREA (INDENT-POS:3).
007250     EVALUATE LF-TYPE
007260       WHEN 'SUBTOTAL'
007270         MOVE '** TOTAL WITH SUBORDINATES' TO RPT-DEPTNAME
007280       WHEN OTHER
007290         MOVE LF-DEPTNAME TO RPT-DEPTNAME
007300     END-EVALUATE.
007310     MOVE LF-ADMRDEPT    TO RPT-ADMRDEPT.
007320     MOVE LF-HEADCOUNT   TO RPT-HEADCOUNT.
007330     MOVE LF-SALARY      TO RPT-SALARY.
007340     MOVE LF-BONUS       TO RPT-BONUS.
007350     MOVE LF-COMM        TO RPT-COMM.
007360     MOVE LF-TOTAL-COST  TO RPT-TOTAL-COST.
007370     MOVE RPT-COST-LINE TO RPT-PRINT-LINE.
007380     PERFORM 700-WRITE-REPORT-LINE.
007390     PERFORM 400-WRITE-CSV-ROW
007400     .
007410 400-WRITE-CSV-ROW.
007420     MOVE LF-LEVEL      TO CSV-LEVEL.
007430     MOVE LF-HEADCOUNT  TO CSV-HEADCOUNT.
007440     MOVE LF-SALARY     TO CSV-SALARY.
007450     MOVE LF-BONUS      TO CSV-BONUS.
007460     MOVE LF-COMM       TO CSV-COMM.
007470     MOVE LF-TOTAL-COST TO CSV-TOTAL-COST.
007480     MOVE SPACES TO DIVCCSV-REC.
007490     STRING LF-TYPE      DELIMITED BY SPACE
007500            ','          DELIMITED BY SIZE
007510            LF-DEPTNO    DELIMITED BY SPACE
007520            ',"'         DELIMITED BY SIZE
007530            LF-DEPTNAME  DELIMITED BY '  '
007540            '",'         DELIMITED BY SIZE
007550            LF-ADMRDEPT  DELIMITED BY SPACE
007560            ','          DELIMITED BY SIZE
007570            CSV-LEVEL    DELIMITED BY SIZE
007580            ','          DELIMITED BY SIZE
007590            CSV-HEADCOUNT DELIMITED BY SIZE
007600            ','          DELIMITED BY SIZE
007610            CSV-SALARY   DELIMITED BY SIZE
007620            ','          DELIMITED BY SIZE
007630            CSV-BONUS    DELIMITED BY SIZE
007640            ','          DELIMITED BY SIZE
007650            CSV-COMM     DELIMITED BY SIZE
007660            ','          DELIMITED BY SIZE
007670            CSV-TOTAL-COST DELIMITED BY SIZE
007680            INTO DIVCCSV-REC
007690     END-STRING.
007700     WRITE DIVCCSV-REC.
007710     ADD 1 TO CT-CSV-ROWS
007720     .
007730*------------------------------------------------------------
007740*** EMPLOYEES OUTSIDE THE TREE, THEN THE COMPANY TOTAL
007750*------------------------------------------------------------
007760 600-PRINT-COMPANY-TOTALS.
007770     IF UA-HEADCOUNT > ZERO
007780        MOVE 'UNASSIGNED'             TO LF-TYPE
007790        MOVE SPACES                   TO LF-DEPTNO
007800        MOVE 'NO DEPARTMENT ON FILE'  TO LF-DEPTNAME
007810        MOVE SPACES                   TO LF-ADMRDEPT
007820        MOVE ZERO                     TO LF-LEVEL
007830        MOVE UA-HEADCOUNT             TO LF-HEADCOUNT
007840        MOVE UA-SALARY                TO LF-SALARY
007850        MOVE UA-BONUS                 TO LF-BONUS
007860        MOVE UA-COMM                  TO LF-COMM
007870        PERFORM 300-WRITE-COST-LINE
007880        MOVE SPACES TO RPT-PRINT-LINE
007890        PERFORM 700-WRITE-REPORT-LINE
007900     END-IF.
007910     MOVE 'TOTAL'                     TO LF-TYPE.
007920     MOVE SPACES                      TO LF-DEPTNO.
007930     MOVE 'COMPANY TOTAL'             TO LF-DEPTNAME.
007940     MOVE SPACES                      TO LF-ADMRDEPT.
007950     MOVE ZERO                        TO LF-LEVEL.
007960     MOVE CO-HEADCOUNT                TO LF-HEADCOUNT.
007970     MOVE CO-SALARY                   TO LF-SALARY.
007980     MOVE CO-BONUS                    TO LF-BONUS.
007990     MOVE CO-COMM                     TO LF-COMM.
008000     PERFORM 300-WRITE-COST-LINE
008010     .
008020*
008030* A FULL PAGE STARTS A CONTINUATION PAGE.
008040 700-WRITE-REPORT-LINE.
008050     IF LINE-COUNT >= MAX-LINES
008055        MOVE RPT-PRINT-LINE TO HOLD-PRINT-LINE
008060        PERFORM 200-PRINT-HEADING
008065        MOVE HOLD-PRINT-LINE TO RPT-PRINT-LINE
008070     END-IF.
008080     MOVE SPACE TO RPT-CARRIAGE-CTL.
008090     WRITE DIVCRPT-REC.
008100     ADD 1 TO LINE-COUNT
008110     .
008120 800-WRITE-CONTROL-TOTALS.
008130     IF SQL-ERROR OR TABLE-FULL
008140        MOVE 'ROLLUP NOT PRODUCED - SEE JOB LOG' TO RPT-MESSAGE
008150        PERFORM 200-PRINT-HEADING
008160        MOVE RPT-MESSAGE-LINE TO RPT-PRINT-LINE
008170        PERFORM 700-WRITE-REPORT-LINE
008180     END-IF.
008190     DISPLAY 'DIVCOST CONTROL TOTALS'.
008200     DISPLAY '  DEPARTMENTS READ      = ' CT-DEPTS-READ.
008210     DISPLAY '  TOP-LEVEL DEPARTMENTS = ' CT-TOP-LEVEL-DEPTS.
008220     DISPLAY '  UNKNOWN ADMRDEPT      = ' CT-UNKNOWN-ADMRDEPT.
008230     DISPLAY '  ADMRDEPT LOOPS        = ' CT-ADMRDEPT-LOOPS.
008240     DISPLAY '  WORKDEPT GROUPS READ  = ' CT-COST-ROWS-READ.
008250     DISPLAY '  UNASSIGNED GROUPS     = ' CT-UNASSIGNED-ROWS.
008260     DISPLAY '  EMPLOYEES             = ' CO-HEADCOUNT.
008270     DISPLAY '  EXTRACT ROWS          = ' CT-CSV-ROWS.
008280     IF CT-UNKNOWN-ADMRDEPT > ZERO OR CT-ADMRDEPT-LOOPS > ZERO OR
008290        CT-UNASSIGNED-ROWS > ZERO
008300        MOVE 4 TO RETURN-CODE
008310     END-IF.
008320     IF SQL-ERROR OR TABLE-FULL
008330        MOVE 16 TO RETURN-CODE
008340     END-IF
008350     .
008360 900-CLOSE-FILES.
008370     CLOSE DIVCRPT-FILE.
008380     CLOSE DIVCCSV-FILE
008390     .
