000010*********************************************************
000020* C O B O L - D B 2
000030* WORKFORCE DEMOGRAPHICS AND PAY EQUITY - HEADCOUNT AND
000040* AVERAGE, MINIMUM AND MAXIMUM SALARY FROM DSN8810.EMP BY JOB
000050* AND BY SEX WITHIN EACH WORKDEPT AND COMPANY-WIDE, WITH AGE
000060* BAND AND YEARS-OF-SERVICE COLUMNS, PAY GAPS FLAGGED, AND A
000070* COMMA-DELIMITED EXTRACT FOR THE WORKFORCE FILING.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     EMPDEMOG.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. THE ANNUAL GOVERNMENT WORKFORCE
000210*                   FILING AND HR'S PAY EQUITY QUESTIONS WERE
000220*                   ANSWERED BY HAND-SORTING EMPROST LISTINGS -
000230*                   NOTHING READ THE SEX, BIRTHDATE OR HIREDATE
000240*                   COLUMNS OF DSN8810.EMP. THIS JOB READS EMP
000250*                   TWICE: IN WORKDEPT/JOB/SEX ORDER FOR THE
000260*                   DEPARTMENT PAGES, THEN IN JOB/SEX ORDER FOR
000270*                   THE COMPANY-WIDE PAGES. EACH PAGE GROUP
000280*                   SHOWS A LINE PER JOB AND SEX, A LINE PER JOB,
000290*                   A LINE PER SEX ACROSS ALL JOBS AND A TOTAL -
000300*                   HEADCOUNT, AVERAGE/MINIMUM/MAXIMUM SALARY,
000310*                   AGE BAND AND YEARS-OF-SERVICE COUNTS. A JOB
000320*                   WHOSE HIGHEST AND LOWEST AVERAGE SALARY BY
000330*                   SEX (GROUPS OF AT LEAST THE PARM-CARD
000340*                   HEADCOUNT ONLY) DIFFER BY MORE THAN THE
000350*                   PARM-CARD PERCENTAGE IS FLAGGED, RC 4.
000360*                   EMPDCSV CARRIES EVERY LINE COMMA-DELIMITED.
000370*
000380*----------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400*----------------------------------------------
000410 CONFIGURATION                   SECTION.
000420 INPUT-OUTPUT                    SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE            ASSIGN TO EMPDPARM
000450                                 ORGANIZATION IS SEQUENTIAL
000460                                 FILE STATUS IS PARM-FILE-STATUS.
000470     SELECT EMPDRPT-FILE         ASSIGN TO EMPDRPT
000480                                 ORGANIZATION IS SEQUENTIAL.
000490     SELECT EMPDCSV-FILE         ASSIGN TO EMPDCSV
000500                                 ORGANIZATION IS SEQUENTIAL.
000510 DATA                            DIVISION.
000520*----------------------------------------------
000530 FILE                            SECTION.
000540*----------------------------------------------
000550*
000560* ONE-RECORD CONTROL CARD. COLUMNS 1-4 ARE THE PAY GAP LIMIT
000570* AS A PERCENTAGE WITH ONE DECIMAL (0050 = 5.0 PER CENT),
000580* COLUMNS 5-7 THE SMALLEST GROUP HEADCOUNT A GAP IS MEASURED
000590* ON. EITHER FIELD BLANK OR NON-NUMERIC, OR NO CARD AT ALL,
000600* TAKES THE DEFAULT - 5.0 PER CENT AND 3 EMPLOYEES.
000610 FD  PARM-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD
000640     BLOCK CONTAINS 0 RECORDS.
000650 01  PARM-REC.
000660     05  PARM-GAP-PCT            PIC 9(03)V9.
000670     05  PARM-GAP-PCT-X          REDEFINES PARM-GAP-PCT
000680                                 PIC X(04).
000690     05  PARM-MIN-HEADCOUNT      PIC 9(03).
000700     05  PARM-MIN-HEADCOUNT-X    REDEFINES PARM-MIN-HEADCOUNT
000710                                 PIC X(03).
000720     05  FILLER                  PIC X(73).
000730*
000740* PRINTED REPORT - 133-BYTE ASA PRINT LINE.
000750 FD  EMPDRPT-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     BLOCK CONTAINS 0 RECORDS.
000790 01  EMPDRPT-REC.
000800     05  RPT-CARRIAGE-CTL        PIC X(01).
000810     05  RPT-PRINT-LINE          PIC X(132).
000820*
000830* WORKFORCE FILING EXTRACT - ONE HEADER ROW, THEN ONE ROW PER
000840* REPORT LINE. SCOPE IS DEPT OR COMPANY; JOB, SEX AND (ON
000850* COMPANY ROWS) WORKDEPT ARE 'ALL' ON THE ROLLUP ROWS.
000860 FD  EMPDCSV-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     BLOCK CONTAINS 0 RECORDS.
000900 01  EMPDCSV-REC                 PIC X(300).
000910*
000920 WORKING-STORAGE                 SECTION.
000930*---------------------------------------------*
000940* SWITCHES                                    *
000950*---------------------------------------------*
000960 01  SWITCHES.
000970     05 EMP-CURSOR-EOF-SW        PIC X   VALUE 'N'.
000980        88 EMP-CURSOR-EOF                VALUE 'Y'.
000990     05 SQL-ERROR-SW             PIC X   VALUE 'N'.
001000        88 SQL-ERROR                     VALUE 'Y'.
001010     05 PASS-SW                  PIC X   VALUE 'D'.
001020        88 DEPARTMENT-PASS               VALUE 'D'.
001030        88 COMPANY-PASS                  VALUE 'C'.
001040     05 SEX-SLOT-FOUND-SW        PIC X   VALUE 'N'.
001050        88 SEX-SLOT-FOUND                VALUE 'Y'.
001060     05 SEX-SCAN-DONE-SW         PIC X   VALUE 'N'.
001070        88 SEX-SCAN-DONE                 VALUE 'Y'.
001080     05 GAP-COMPUTED-SW          PIC X   VALUE 'N'.
001090        88 GAP-COMPUTED                  VALUE 'Y'.
001100     05 GAP-FLAGGED-SW           PIC X   VALUE 'N'.
001110        88 GAP-FLAGGED                   VALUE 'Y'.
001120*
001130 01  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001140 01  RUN-DATE-RAW                PIC X(08) VALUE SPACES.
001150*
001160* THE PAY GAP LIMIT AND SMALLEST MEASURED GROUP IN FORCE.
001170 01  GAP-LIMIT-PCT               PIC S9(3)V9 COMP-3 VALUE +5.0.
001180 01  GAP-MIN-HEADCOUNT           PIC S9(4) COMP VALUE +3.
001190*
001200* THE CURRENT EMPLOYEE ROW, NULLS RESOLVED. A NULL WORKDEPT,
001210* JOB OR SEX GROUPS AS BLANKS; A NULL AGE OR SERVICE FALLS IN
001220* THE UNKNOWN BAND; A NULL SALARY COUNTS IN THE HEADCOUNT BUT
001230* NOT IN THE SALARY FIGURES.
001240 01  EMPLOYEE-ROW.
001250     05  ER-WORKDEPT             PIC X(07).
001260     05  ER-JOB                  PIC X(08).
001270     05  ER-SEX                  PIC X(01).
001280     05  ER-SALARY               PIC S9(7)V99 COMP-3.
001290     05  ER-SALARY-SW            PIC X(01).
001300         88  ER-SALARY-KNOWN             VALUE 'Y'.
001310     05  ER-AGE-BAND             PIC S9(4) COMP.
001320     05  ER-SVC-BAND             PIC S9(4) COMP.
001330*
001340* CONTROL-BREAK KEYS.
001350 01  HOLD-WORKDEPT               PIC X(07) VALUE SPACES.
001360 01  HOLD-JOB                    PIC X(08) VALUE SPACES.
001370 01  HOLD-SEX                    PIC X(01) VALUE SPACES.
001380*
001390*--------------------------------------------*
001400* ACCUMULATORS. ENTRY 1 IS THE CURRENT JOB   *
001410* AND SEX, 2 THE CURRENT JOB, 3 THE WHOLE    *
001420* DEPARTMENT (OR COMPANY), 4 ONWARD ONE PER  *
001430* SEX ACROSS ALL JOBS, IN SEX-KEY ORDER.     *
001440*--------------------------------------------*
001450 01  ACCUM-TABLE.
001460     05  ACC-ENTRY               OCCURS 13 TIMES.
001470         10  ACC-HEADCOUNT       PIC S9(7) COMP.
001480         10  ACC-SAL-COUNT       PIC S9(7) COMP.
001490         10  ACC-SAL-TOTAL       PIC S9(11)V99 COMP-3.
001500         10  ACC-SAL-MIN         PIC S9(7)V99 COMP-3.
001510         10  ACC-SAL-MAX         PIC S9(7)V99 COMP-3.
001520         10  ACC-AGE-COUNT       PIC S9(7) COMP OCCURS 6 TIMES.
001530         10  ACC-SVC-COUNT       PIC S9(7) COMP OCCURS 5 TIMES.
001540* AN EMPTY ACCUMULATOR, MOVED OVER AN ENTRY TO CLEAR IT.
001550 01  ACC-EMPTY-ENTRY.
001560     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001570     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001580     05  FILLER                  PIC S9(11)V99 COMP-3 VALUE ZERO.
001590     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE ZERO.
001600     05  FILLER                  PIC S9(7)V99 COMP-3 VALUE ZERO.
001610     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001620     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001630     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001640     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001650     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001660     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001670     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001680     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001690     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001700     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001710     05  FILLER                  PIC S9(7) COMP VALUE ZERO.
001720 01  ACC-SUB                     PIC S9(4) COMP VALUE ZERO.
001730 01  BAND-SUB                    PIC S9(4) COMP VALUE ZERO.
001740*
001750* THE SEX KEYS OF ACCUMULATOR ENTRIES 4 ONWARD. A TENTH
001760* DISTINCT VALUE AND BEYOND SHARE THE LAST SLOT.
001770 01  SEX-SLOT-TABLE.
001780     05  SX-COUNT                PIC S9(4) COMP VALUE ZERO.
001790     05  SX-SEX                  PIC X(01) OCCURS 10 TIMES.
001800 01  SX-MAX                      PIC S9(4) COMP VALUE 10.
001810 01  SX-SUB                      PIC S9(4) COMP VALUE ZERO.
001820 01  SX-SCAN-SUB                 PIC S9(4) COMP VALUE ZERO.
001830 01  SX-FROM-SUB                 PIC S9(4) COMP VALUE ZERO.
001840*
001850* EACH SEX GROUP OF THE CURRENT JOB, FOR THE PAY GAP TEST.
001860 01  JOB-GROUP-TABLE.
001870     05  JG-COUNT                PIC S9(4) COMP VALUE ZERO.
001880     05  JG-ENTRY                OCCURS 10 TIMES.
001890         10  JG-SEX              PIC X(01).
001900         10  JG-SAL-COUNT        PIC S9(7) COMP.
001910         10  JG-AVG-SALARY       PIC S9(7)V99 COMP-3.
001920 01  JG-SUB                      PIC S9(4) COMP VALUE ZERO.
001930*
001940* THE PAY GAP TEST'S RESULT FOR THE CURRENT JOB.
001950 01  GAP-WORK.
001960     05  GAP-HIGH-SEX            PIC X(01).
001970     05  GAP-HIGH-AVG            PIC S9(7)V99 COMP-3.
001980     05  GAP-LOW-SEX             PIC X(01).
001990     05  GAP-LOW-AVG             PIC S9(7)V99 COMP-3.
002000     05  GAP-GROUPS              PIC S9(4) COMP.
002010     05  GAP-PCT                 PIC S9(3)V9 COMP-3.
002020*
002030* ONE LINE'S LABELS, SET BY THE CALLER OF 400-WRITE-FIGURES.
002040 01  LINE-LABELS.
002050     05  LL-TYPE                 PIC X(06).
002060     05  LL-WORKDEPT             PIC X(07).
002070     05  LL-JOB                  PIC X(08).
002080     05  LL-SEX                  PIC X(03).
002090 01  LINE-AVG-SALARY             PIC S9(7)V99 COMP-3 VALUE ZERO.
002100*
002110 01  PAGE-NUMBER                 PIC S9(5) COMP VALUE ZERO.
002120 01  LINE-COUNT                  PIC S9(4) COMP VALUE ZERO.
002130 01  MAX-LINES                   PIC S9(4) COMP VALUE 55.
002140 01  HOLD-PRINT-LINE             PIC X(132) VALUE SPACES.
002150*
002160 01  DATE-EDIT-WORK.
002170     05  DEW-RAW-DATE            PIC X(08).
002180     05  DEW-EDITED-DATE.
002190         10  DEW-YYYY            PIC X(04).
002200         10  FILLER              PIC X(01) VALUE '-'.
002210         10  DEW-MM              PIC X(02).
002220         10  FILLER              PIC X(01) VALUE '-'.
002230         10  DEW-DD              PIC X(02).
002240*--------------------------------------------*
002250* CONTROL TOTALS                             *
002260*--------------------------------------------*
002270 01  CONTROL-TOTALS.
002280     05 CT-DEPT-PASS-ROWS        PIC S9(7) COMP VALUE ZERO.
002290     05 CT-COMPANY-PASS-ROWS     PIC S9(7) COMP VALUE ZERO.
002300     05 CT-NO-SALARY             PIC S9(7) COMP VALUE ZERO.
002310     05 CT-NO-BIRTHDATE          PIC S9(7) COMP VALUE ZERO.
002320     05 CT-NO-HIREDATE           PIC S9(7) COMP VALUE ZERO.
002330     05 CT-DEPT-GAP-FLAGS        PIC S9(7) COMP VALUE ZERO.
002340     05 CT-COMPANY-GAP-FLAGS     PIC S9(7) COMP VALUE ZERO.
002350     05 CT-CSV-ROWS              PIC S9(7) COMP VALUE ZERO.
002360*
002370 01  HDG-TITLE-LINE.
002380     05  FILLER                  PIC X(37) VALUE
002390         'WORKFORCE DEMOGRAPHICS AND PAY EQUITY'.
002400     05  FILLER                  PIC X(03) VALUE ' - '.
002410     05  HDG-SECTION             PIC X(21).
002420     05  FILLER                  PIC X(10) VALUE
002430         'RUN DATE '.
002440     05  HDG-RUN-DATE            PIC X(10).
002450     05  FILLER                  PIC X(10) VALUE
002460         '    PAGE '.
002470     05  HDG-PAGE                PIC ZZZZ9.
002480     05  FILLER                  PIC X(36) VALUE SPACES.
002490*
002500 01  HDG-PARM-LINE.
002510     05  FILLER                  PIC X(14) VALUE
002520         'PAY GAP LIMIT '.
002530     05  HDG-GAP-LIMIT           PIC ZZ9.9.
002540     05  FILLER                  PIC X(35) VALUE
002550         ' PER CENT BETWEEN SEX GROUPS OF AT '.
002560     05  FILLER                  PIC X(06) VALUE
002570         'LEAST '.
002580     05  HDG-MIN-HEADCOUNT       PIC ZZ9.
002590     05  FILLER                  PIC X(69) VALUE
002600         ' EMPLOYEES'.
002610*
002620 01  HDG-GROUP-LINE.
002630     05  FILLER                  PIC X(67) VALUE SPACES.
002640     05  FILLER                  PIC X(30) VALUE
002650         '---------- AGE BAND ----------'.
002660     05  FILLER                  PIC X(30) VALUE
002670         '  ---- YEARS OF SERVICE ------'.
002680     05  FILLER                  PIC X(05) VALUE SPACES.
002690*
002700 01  HDG-COLUMN-LINE.
002710     05  FILLER                  PIC X(21) VALUE
002720         'DEPT    JOB      SEX '.
002730     05  FILLER                  PIC X(06) VALUE ' STAFF'.
002740     05  FILLER                  PIC X(13) VALUE
002750         '   AVG SALARY'.
002760     05  FILLER                  PIC X(13) VALUE
002770         '   MIN SALARY'.
002780     05  FILLER                  PIC X(13) VALUE
002790         '   MAX SALARY'.
002800     05  FILLER                  PIC X(01) VALUE SPACE.
002810     05  FILLER                  PIC X(30) VALUE
002820         '  <30  30S  40S  50S  60+  UNK'.
002830     05  FILLER                  PIC X(30) VALUE
002840         '   0-4   5-9 10-19   20+   UNK'.
002850     05  FILLER                  PIC X(05) VALUE ' FLAG'.
002860*
002870 01  RPT-FIGURES-LINE.
002880     05  RPT-WORKDEPT            PIC X(07).
002890     05  FILLER                  PIC X(01) VALUE SPACE.
002900     05  RPT-JOB                 PIC X(08).
002910     05  FILLER                  PIC X(01) VALUE SPACE.
002920     05  RPT-SEX                 PIC X(03).
002930     05  FILLER                  PIC X(01) VALUE SPACE.
002940     05  RPT-HEADCOUNT           PIC ZZ,ZZ9.
002950     05  FILLER                  PIC X(01) VALUE SPACE.
002960     05  RPT-AVG-SALARY          PIC Z,ZZZ,ZZ9.99.
002970     05  FILLER                  PIC X(01) VALUE SPACE.
002980     05  RPT-MIN-SALARY          PIC Z,ZZZ,ZZ9.99.
002990     05  FILLER                  PIC X(01) VALUE SPACE.
003000     05  RPT-MAX-SALARY          PIC Z,ZZZ,ZZ9.99.
003010     05  FILLER                  PIC X(01) VALUE SPACE.
003020     05  RPT-AGE-GROUP           OCCURS 6 TIMES.
003030         10  FILLER              PIC X(01).
003040         10  RPT-AGE-COUNT       PIC ZZZ9.
003050     05  RPT-SVC-GROUP           OCCURS 5 TIMES.
003060         10  FILLER              PIC X(02).
003070         10  RPT-SVC-COUNT       PIC ZZZ9.
003080     05  RPT-FLAG                PIC X(05).
003090*
003100 01  RPT-GAP-LINE.
003110     05  FILLER                  PIC X(23) VALUE
003120         '    *** PAY GAP IN JOB '.
003130     05  RPT-GAP-JOB             PIC X(08).
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  RPT-GAP-PCT             PIC ZZ9.9.
003160     05  FILLER                  PIC X(12) VALUE
003170         ' PER CENT - '.
003180     05  RPT-GAP-HIGH-SEX        PIC X(01).
003190     05  FILLER                  PIC X(05) VALUE ' AVG '.
003200     05  RPT-GAP-HIGH-AVG        PIC Z,ZZZ,ZZ9.99.
003210     05  FILLER                  PIC X(04) VALUE ' TO '.
003220     05  RPT-GAP-LOW-SEX         PIC X(01).
003230     05  FILLER                  PIC X(05) VALUE ' AVG '.
003240     05  RPT-GAP-LOW-AVG         PIC Z,ZZZ,ZZ9.99.
003250     05  FILLER                  PIC X(07) VALUE
003260         ' LIMIT '.
003270     05  RPT-GAP-LIMIT           PIC ZZ9.9.
003280     05  FILLER                  PIC X(31) VALUE ' ***'.
003290*
003300 01  RPT-MESSAGE-LINE.
003310     05  RPT-MESSAGE             PIC X(80).
003320     05  FILLER                  PIC X(52) VALUE SPACES.
003330*
003340* EXTRACT FIELDS - HEADCOUNTS AND SALARIES ARE NEVER NEGATIVE,
003350* SO PLAIN ZERO-FILLED NUMBERS.
003360 01  CSV-WORK.
003370     05  CSV-SCOPE               PIC X(07).
003380     05  CSV-HEADCOUNT           PIC 9(07).
003390     05  CSV-AVG-SALARY          PIC 9(07).99.
003400     05  CSV-MIN-SALARY          PIC 9(07).99.
003410     05  CSV-MAX-SALARY          PIC 9(07).99.
003420     05  CSV-AGE-COUNT           PIC 9(07) OCCURS 6 TIMES.
003430     05  CSV-SVC-COUNT           PIC 9(07) OCCURS 5 TIMES.
003440     05  CSV-GAP-PCT             PIC 9(03).9.
003450     05  CSV-GAP-PCT-X           REDEFINES CSV-GAP-PCT
003460                                 PIC X(05).
003470     05  CSV-GAP-FLAG            PIC X(01).
003480 01  CSV-HEADER-ROW.
003490     05  FILLER                  PIC X(33) VALUE
003500         'SCOPE,WORKDEPT,JOB,SEX,HEADCOUNT,'.
003510     05  FILLER                  PIC X(33) VALUE
003520         'AVG_SALARY,MIN_SALARY,MAX_SALARY,'.
003530     05  FILLER                  PIC X(33) VALUE
003540         'AGE_UNDER_30,AGE_30_39,AGE_40_49,'.
003550     05  FILLER                  PIC X(34) VALUE
003560         'AGE_50_59,AGE_60_PLUS,AGE_UNKNOWN,'.
003570     05  FILLER                  PIC X(38) VALUE
003580         'SVC_0_4,SVC_5_9,SVC_10_19,SVC_20_PLUS,'.
003590     05  FILLER                  PIC X(32) VALUE
003600         'SVC_UNKNOWN,PAY_GAP_PCT,GAP_FLAG'.
003610     05  FILLER                  PIC X(97) VALUE SPACES.
003620*--------------------------------------------*
003630* DB2 HOST VARIABLES DECLARATION             *
003640*--------------------------------------------*
003650 01  WORKDEPT-HV                 PIC X(3).
003660 01  WORKDEPT-IN                 PIC S9(4) COMP-5.
003670 01  JOB-HV                      PIC X(8).
003680 01  JOB-IN                      PIC S9(4) COMP-5.
003690 01  SEX-HV                      PIC X(1).
003700 01  SEX-IN                      PIC S9(4) COMP-5.
003710 01  SALARY-HV                   PIC S9(7)V99 COMP-3.
003720 01  SALARY-IN                   PIC S9(4) COMP-5.
003730 01  AGE-HV                      PIC S9(9) COMP.
003740 01  AGE-IN                      PIC S9(4) COMP-5.
003750 01  SERVICE-HV                  PIC S9(9) COMP.
003760 01  SERVICE-IN                  PIC S9(4) COMP-5.
003770*--------------------------------------------*
003780* SQLCA DECLARATION                          *
003790*--------------------------------------------*
003800     EXEC SQL
003810       INCLUDE SQLCA
003820     END-EXEC.
003830*--------------------------------------------*
003840* EVERY EMPLOYEE WITH AGE AND COMPLETED YEARS *
003850* OF SERVICE AS OF TODAY - DEPARTMENT ORDER   *
003860* FOR THE DEPARTMENT PAGES...                 *
003870*--------------------------------------------*
003880     EXEC SQL
003890       DECLARE DEPT-EMP-CUR CURSOR FOR
003900         SELECT WORKDEPT, JOB, SEX, SALARY,
003910                YEAR(CURRENT DATE - BIRTHDATE),
003920                YEAR(CURRENT DATE - HIREDATE)
003930           FROM DSN8810.EMP
003940         ORDER BY WORKDEPT, JOB, SEX
003950     END-EXEC.
003960*--------------------------------------------*
003970* ...AND JOB ORDER FOR THE COMPANY PAGES.     *
003980*--------------------------------------------*
003990     EXEC SQL
004000       DECLARE CO-EMP-CUR CURSOR FOR
004010         SELECT WORKDEPT, JOB, SEX, SALARY,
004020                YEAR(CURRENT DATE - BIRTHDATE),
004030                YEAR(CURRENT DATE - HIREDATE)
004040           FROM DSN8810.EMP
004050         ORDER BY JOB, SEX
004060     END-EXEC.
004070*
004080 PROCEDURE                       DIVISION.
004090 000-REPORT-WORKFORCE-EQUITY.
004100     PERFORM 010-OPEN-FILES.
004110     PERFORM 015-READ-EQUITY-PARM.
004120     PERFORM 100-RUN-DEPARTMENT-PASS.
004130     IF NOT SQL-ERROR
004140        PERFORM 110-RUN-COMPANY-PASS
004150     END-IF.
004180     PERFORM 800-WRITE-CONTROL-TOTALS.
004190     PERFORM 900-CLOSE-FILES.
004200     STOP RUN
004210     .
004220 010-OPEN-FILES.
004230     OPEN OUTPUT EMPDRPT-FILE.
004240     OPEN OUTPUT EMPDCSV-FILE.
004250     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
004260     MOVE RUN-DATE-RAW TO DEW-RAW-DATE.
004270     MOVE DEW-RAW-DATE (1:4) TO DEW-YYYY.
004280     MOVE DEW-RAW-DATE (5:2) TO DEW-MM.
004290     MOVE DEW-RAW-DATE (7:2) TO DEW-DD.
004300     MOVE DEW-EDITED-DATE TO HDG-RUN-DATE.
004310     MOVE CSV-HEADER-ROW TO EMPDCSV-REC.
004320     WRITE EMPDCSV-REC
004330     .
004340 015-READ-EQUITY-PARM.
004350     OPEN INPUT PARM-FILE.
004360     IF PARM-FILE-STATUS = '00'
004370        READ PARM-FILE
004380          AT END MOVE SPACES TO PARM-REC
004390        END-READ
004400        IF PARM-GAP-PCT-X NUMERIC
004410           MOVE PARM-GAP-PCT TO GAP-LIMIT-PCT
004420        END-IF
004430        IF PARM-MIN-HEADCOUNT-X NUMERIC AND
004440           PARM-MIN-HEADCOUNT > ZERO
004450           MOVE PARM-MIN-HEADCOUNT TO GAP-MIN-HEADCOUNT
004460        END-IF
004470        CLOSE PARM-FILE
004480     END-IF.
004490     MOVE GAP-LIMIT-PCT TO HDG-GAP-LIMIT.
004500     MOVE GAP-MIN-HEADCOUNT TO HDG-MIN-HEADCOUNT.
004510     DISPLAY 'EMPDEMOG PAY GAP LIMIT = ' HDG-GAP-LIMIT
004520             ' MINIMUM GROUP = ' HDG-MIN-HEADCOUNT
004530     .
004540*------------------------------------------------------------
004550*** PASS 1 - THE DEPARTMENT PAGES
004560*------------------------------------------------------------
004570 100-RUN-DEPARTMENT-PASS.
004580     SET DEPARTMENT-PASS TO TRUE.
004590     MOVE 'N' TO EMP-CURSOR-EOF-SW.
004600     MOVE 'BY DEPARTMENT' TO HDG-SECTION.
004610     PERFORM 500-PRINT-HEADING.
004620     EXEC SQL
004630       OPEN DEPT-EMP-CUR
004640     END-EXEC.
004650     PERFORM 150-FETCH-EMPLOYEE.
004660     PERFORM 200-PROCESS-ONE-GROUP
004670       UNTIL EMP-CURSOR-EOF.
004680     EXEC SQL
004690       CLOSE DEPT-EMP-CUR
004700     END-EXEC
004710     .
004720*------------------------------------------------------------
004730*** PASS 2 - THE COMPANY-WIDE PAGES. EVERY ROW CARRIES THE
004740*** SAME WORKDEPT KEY, SO THE WHOLE COMPANY IS ONE GROUP.
004750*------------------------------------------------------------
004760 110-RUN-COMPANY-PASS.
004770     SET COMPANY-PASS TO TRUE.
004780     MOVE 'N' TO EMP-CURSOR-EOF-SW.
004790     MOVE 'COMPANY-WIDE' TO HDG-SECTION.
004800     PERFORM 500-PRINT-HEADING.
004810     EXEC SQL
004820       OPEN CO-EMP-CUR
004830     END-EXEC.
004840     PERFORM 150-FETCH-EMPLOYEE.
004850     PERFORM 200-PROCESS-ONE-GROUP
004860       UNTIL EMP-CURSOR-EOF.
004870     EXEC SQL
004880       CLOSE CO-EMP-CUR
004890     END-EXEC
004900     .
004910*------------------------------------------------------------
004920*** NEXT EMPLOYEE FROM WHICHEVER CURSOR THIS PASS READS
004930*------------------------------------------------------------
004940 150-FETCH-EMPLOYEE.
004950     IF DEPARTMENT-PASS
004960        EXEC SQL
004970          FETCH DEPT-EMP-CUR
004980          INTO :WORKDEPT-HV:WORKDEPT-IN,
004990               :JOB-HV:JOB-IN,
005000               :SEX-HV:SEX-IN,
005010               :SALARY-HV:SALARY-IN,
005020               :AGE-HV:AGE-IN,
005030               :SERVICE-HV:SERVICE-IN
005040        END-EXEC
005050     ELSE
005060        EXEC SQL
005070          FETCH CO-EMP-CUR
005080          INTO :WORKDEPT-HV:WORKDEPT-IN,
005090               :JOB-HV:JOB-IN,
005100               :SEX-HV:SEX-IN,
005110               :SALARY-HV:SALARY-IN,
005120               :AGE-HV:AGE-IN,
005130               :SERVICE-HV:SERVICE-IN
005140        END-EXEC
005150     END-IF.
005160     EVALUATE SQLCODE
005170       WHEN ZERO
005180         PERFORM 160-EDIT-EMPLOYEE-ROW
005190       WHEN +100
005200         MOVE 'Y' TO EMP-CURSOR-EOF-SW
005210       WHEN OTHER
005220         DISPLAY 'EMPDEMOG: EMP FETCH FAILED, SQLCODE= ' SQLCODE
005230         MOVE 'Y' TO SQL-ERROR-SW
005240         MOVE 'Y' TO EMP-CURSOR-EOF-SW
005250     END-EVALUATE
005260     .
005270*
005280* RESOLVES NULLS AND PLACES THE EMPLOYEE IN AN AGE BAND (UNDER
005290* 30, 30S, 40S, 50S, 60 AND OVER, UNKNOWN) AND A SERVICE BAND
005300* (0-4, 5-9, 10-19, 20 AND OVER, UNKNOWN). THE NULL COUNTS ARE
005310* TAKEN ON THE DEPARTMENT PASS ONLY.
005320 160-EDIT-EMPLOYEE-ROW.
005330     IF DEPARTMENT-PASS
005340        ADD 1 TO CT-DEPT-PASS-ROWS
005350     ELSE
005360        ADD 1 TO CT-COMPANY-PASS-ROWS
005370     END-IF.
005380     IF COMPANY-PASS
005390        MOVE 'ALL' TO ER-WORKDEPT
005400     ELSE
005410        IF WORKDEPT-IN = -1
005420           MOVE SPACES TO ER-WORKDEPT
005430        ELSE
005440           MOVE WORKDEPT-HV TO ER-WORKDEPT
005450        END-IF
005460     END-IF.
005470     IF JOB-IN = -1
005480        MOVE SPACES TO ER-JOB
005490     ELSE
005500        MOVE JOB-HV TO ER-JOB
005510     END-IF.
005520     IF SEX-IN = -1
005530        MOVE SPACES TO ER-SEX
005540     ELSE
005550        MOVE SEX-HV TO ER-SEX
005560     END-IF.
005570     IF SALARY-IN = -1
005580        MOVE ZERO TO ER-SALARY
005590        MOVE 'N' TO ER-SALARY-SW
005600        IF DEPARTMENT-PASS
005610           ADD 1 TO CT-NO-SALARY
005620        END-IF
005630     ELSE
005640        MOVE SALARY-HV TO ER-SALARY
005650        MOVE 'Y' TO ER-SALARY-SW
005660     END-IF.
005670     EVALUATE TRUE
005680       WHEN AGE-IN = -1
005690         MOVE 6 TO ER-AGE-BAND
005700         IF DEPARTMENT-PASS
005710            ADD 1 TO CT-NO-BIRTHDATE
005720         END-IF
005730       WHEN AGE-HV < 30
005740         MOVE 1 TO ER-AGE-BAND
005750       WHEN AGE-HV < 40
005760         MOVE 2 TO ER-AGE-BAND
005770       WHEN AGE-HV < 50
005780         MOVE 3 TO ER-AGE-BAND
005790       WHEN AGE-HV < 60
005800         MOVE 4 TO ER-AGE-BAND
005810       WHEN OTHER
005820         MOVE 5 TO ER-AGE-BAND
005830     END-EVALUATE.
005840     EVALUATE TRUE
005850       WHEN SERVICE-IN = -1
005860         MOVE 5 TO ER-SVC-BAND
005870         IF DEPARTMENT-PASS
005880            ADD 1 TO CT-NO-HIREDATE
005890         END-IF
005900       WHEN SERVICE-HV < 5
005910         MOVE 1 TO ER-SVC-BAND
005920       WHEN SERVICE-HV < 10
005930         MOVE 2 TO ER-SVC-BAND
005940       WHEN SERVICE-HV < 20
005950         MOVE 3 TO ER-SVC-BAND
005960       WHEN OTHER
005970         MOVE 4 TO ER-SVC-BAND
005980     END-EVALUATE
005990     .
006000*------------------------------------------------------------
006010*** ONE DEPARTMENT (OR THE COMPANY): ITS JOBS, THEN A LINE PER
006020*** SEX ACROSS ALL JOBS, THEN ITS TOTAL
006030*------------------------------------------------------------
006040 200-PROCESS-ONE-GROUP.
006050     MOVE ER-WORKDEPT TO HOLD-WORKDEPT.
006060     MOVE 3 TO ACC-SUB.
006070     PERFORM 260-CLEAR-ACCUMULATOR.
006080     MOVE ZERO TO SX-COUNT.
006090     PERFORM 210-PROCESS-ONE-JOB
006100       UNTIL EMP-CURSOR-EOF OR
006110             ER-WORKDEPT NOT = HOLD-WORKDEPT.
006120     IF NOT SQL-ERROR
006130        PERFORM 205-PRINT-GROUP-TOTALS
006140     END-IF
006150     .
006160 205-PRINT-GROUP-TOTALS.
006170     MOVE 'SEX'      TO LL-TYPE.
006180     MOVE 'ALL JOBS' TO LL-JOB.
006190     MOVE 'N' TO GAP-COMPUTED-SW.
006200     MOVE 'N' TO GAP-FLAGGED-SW.
006210     MOVE ZERO TO SX-SUB.
006220     PERFORM 270-PRINT-ONE-SEX-LINE
006230       UNTIL SX-SUB >= SX-COUNT.
006240     MOVE 'TOTAL'    TO LL-TYPE.
006250     MOVE 'ALL JOBS' TO LL-JOB.
006260     MOVE 'ALL'      TO LL-SEX.
006270     MOVE 3 TO ACC-SUB.
006280     PERFORM 400-WRITE-FIGURES.
006290     MOVE SPACES TO RPT-PRINT-LINE.
006300     PERFORM 700-WRITE-REPORT-LINE
006310     .
006320*
006330* ONE JOB: A LINE PER SEX, THEN THE JOB LINE WITH ITS PAY GAP.
006340 210-PROCESS-ONE-JOB.
006350     MOVE ER-JOB TO HOLD-JOB.
006360     MOVE 2 TO ACC-SUB.
006370     PERFORM 260-CLEAR-ACCUMULATOR.
006380     MOVE ZERO TO JG-COUNT.
006390     PERFORM 220-PROCESS-ONE-SEX
006400       UNTIL EMP-CURSOR-EOF OR
006410             ER-WORKDEPT NOT = HOLD-WORKDEPT OR
006420             ER-JOB NOT = HOLD-JOB.
006430     PERFORM 300-CHECK-PAY-GAP.
006440     MOVE 'JOB'    TO LL-TYPE.
006450     MOVE HOLD-JOB TO LL-JOB.
006460     MOVE 'ALL'    TO LL-SEX.
006470     MOVE 2 TO ACC-SUB.
006480     PERFORM 400-WRITE-FIGURES.
006490     IF GAP-FLAGGED
006500        PERFORM 450-WRITE-GAP-LINE
006510     END-IF
006520     .
006530*
006540* ONE SEX WITHIN A JOB - ITS LINE, AND ITS AVERAGE KEPT FOR THE
006550* JOB'S PAY GAP TEST.
006560 220-PROCESS-ONE-SEX.
006570     MOVE ER-SEX TO HOLD-SEX.
006580     MOVE 1 TO ACC-SUB.
006590     PERFORM 260-CLEAR-ACCUMULATOR.
006600     PERFORM 230-POST-ONE-EMPLOYEE
006610       UNTIL EMP-CURSOR-EOF OR
006620             ER-WORKDEPT NOT = HOLD-WORKDEPT OR
006630             ER-JOB NOT = HOLD-JOB OR
006640             ER-SEX NOT = HOLD-SEX.
006650     MOVE 'DETAIL' TO LL-TYPE.
006660     MOVE HOLD-JOB TO LL-JOB.
006670     MOVE HOLD-SEX TO LL-SEX.
006680     MOVE 1 TO ACC-SUB.
006690     MOVE 'N' TO GAP-COMPUTED-SW.
006700     MOVE 'N' TO GAP-FLAGGED-SW.
006710     PERFORM 400-WRITE-FIGURES.
006720     IF JG-COUNT < 10
006730        ADD 1 TO JG-COUNT
006740        MOVE HOLD-SEX TO JG-SEX (JG-COUNT)
006750        MOVE ACC-SAL-COUNT (1) TO JG-SAL-COUNT (JG-COUNT)
006760        MOVE LINE-AVG-SALARY TO JG-AVG-SALARY (JG-COUNT)
006770     END-IF
006780     .
006790*
006800* THE EMPLOYEE GOES INTO ITS JOB-AND-SEX, JOB, GROUP TOTAL AND
006810* SEX-ACROSS-JOBS ACCUMULATORS.
006820 230-POST-ONE-EMPLOYEE.
006830     MOVE 1 TO ACC-SUB.
006840     PERFORM 240-POST-TO-ACCUMULATOR.
006850     MOVE 2 TO ACC-SUB.
006860     PERFORM 240-POST-TO-ACCUMULATOR.
006870     MOVE 3 TO ACC-SUB.
006880     PERFORM 240-POST-TO-ACCUMULATOR.
006890     PERFORM 250-FIND-SEX-SLOT.
006900     COMPUTE ACC-SUB = SX-SUB + 3.
006910     PERFORM 240-POST-TO-ACCUMULATOR.
006920     PERFORM 150-FETCH-EMPLOYEE
006930     .
006940 240-POST-TO-ACCUMULATOR.
006950     ADD 1 TO ACC-HEADCOUNT (ACC-SUB).
006960     IF ER-SALARY-KNOWN
006970        IF ACC-SAL-COUNT (ACC-SUB) = ZERO
006980           MOVE ER-SALARY TO ACC-SAL-MIN (ACC-SUB)
006990           MOVE ER-SALARY TO ACC-SAL-MAX (ACC-SUB)
007000        END-IF
007010        IF ER-SALARY < ACC-SAL-MIN (ACC-SUB)
007020           MOVE ER-SALARY TO ACC-SAL-MIN (ACC-SUB)
007030        END-IF
007040        IF ER-SALARY > ACC-SAL-MAX (ACC-SUB)
007050           MOVE ER-SALARY TO ACC-SAL-MAX (ACC-SUB)
007060        END-IF
007070        ADD 1 TO ACC-SAL-COUNT (ACC-SUB)
007080        ADD ER-SALARY TO ACC-SAL-TOTAL (ACC-SUB)
007090     END-IF.
007100     MOVE ER-AGE-BAND TO BAND-SUB.
007110     ADD 1 TO ACC-AGE-COUNT (ACC-SUB BAND-SUB).
007120     MOVE ER-SVC-BAND TO BAND-SUB.
007130     ADD 1 TO ACC-SVC-COUNT (ACC-SUB BAND-SUB)
007140     .
007150*
007160* SETS SX-SUB TO THE EMPLOYEE'S SEX SLOT, OPENING A NEW SLOT IN
007170* KEY ORDER WHEN THE VALUE IS NEW TO THIS GROUP. ONCE ALL TEN
007180* SLOTS ARE IN USE, FURTHER VALUES SHARE THE LAST, SHOWN AS '*'.
007190 250-FIND-SEX-SLOT.
007200     MOVE 'N' TO SEX-SLOT-FOUND-SW.
007210     MOVE 'N' TO SEX-SCAN-DONE-SW.
007220     COMPUTE SX-SUB = SX-COUNT + 1.
007230     MOVE ZERO TO SX-SCAN-SUB.
007240     PERFORM 255-COMPARE-ONE-SEX-SLOT
007250       UNTIL SEX-SCAN-DONE OR SX-SCAN-SUB >= SX-COUNT.
007260     EVALUATE TRUE
007270       WHEN SEX-SLOT-FOUND
007280         CONTINUE
007290       WHEN SX-COUNT >= SX-MAX
007300         MOVE SX-MAX TO SX-SUB
007310         MOVE '*' TO SX-SEX (SX-SUB)
007320       WHEN OTHER
007330         PERFORM 257-OPEN-SEX-SLOT
007340     END-EVALUATE
007350     .
007360* STOPS ON THE MATCHING SLOT, OR ON THE FIRST SLOT WITH A
007370* HIGHER KEY - WHERE A NEW VALUE BELONGS.
007380 255-COMPARE-ONE-SEX-SLOT.
007390     ADD 1 TO SX-SCAN-SUB.
007400     IF SX-SEX (SX-SCAN-SUB) NOT < ER-SEX
007410        MOVE SX-SCAN-SUB TO SX-SUB
007420        MOVE 'Y' TO SEX-SCAN-DONE-SW
007430        IF SX-SEX (SX-SCAN-SUB) = ER-SEX
007440           MOVE 'Y' TO SEX-SLOT-FOUND-SW
007450        END-IF
007460     END-IF
007470     .
007480* SLOTS FROM SX-SUB UP MOVE ONE PLACE TO MAKE ROOM.
007490 257-OPEN-SEX-SLOT.
007500     MOVE SX-COUNT TO SX-FROM-SUB.
007510     PERFORM 258-SHIFT-ONE-SEX-SLOT
007520       UNTIL SX-FROM-SUB < SX-SUB.
007530     ADD 1 TO SX-COUNT.
007540     MOVE ER-SEX TO SX-SEX (SX-SUB).
007550     COMPUTE ACC-SUB = SX-SUB + 3.
007560     PERFORM 260-CLEAR-ACCUMULATOR
007570     .
007580 258-SHIFT-ONE-SEX-SLOT.
007590     MOVE SX-SEX (SX-FROM-SUB) TO SX-SEX (SX-FROM-SUB + 1).
007600     MOVE ACC-ENTRY (SX-FROM-SUB + 3)
007610       TO ACC-ENTRY (SX-FROM-SUB + 4).
007620     SUBTRACT 1 FROM SX-FROM-SUB
007630     .
007640 260-CLEAR-ACCUMULATOR.
007650     MOVE ACC-EMPTY-ENTRY TO ACC-ENTRY (ACC-SUB)
007660     .
007670 270-PRINT-ONE-SEX-LINE.
007680     ADD 1 TO SX-SUB.
007690     MOVE SX-SEX (SX-SUB) TO LL-SEX.
007700     COMPUTE ACC-SUB = SX-SUB + 3.
007710     PERFORM 400-WRITE-FIGURES
007720     .
007730*------------------------------------------------------------
007740*** THE PAY GAP TEST FOR ONE JOB. ONLY SEX GROUPS WITH AT
007750*** LEAST THE MINIMUM SALARIED HEADCOUNT ARE MEASURED; WITH TWO
007760*** OR MORE, THE GAP IS THE HIGHEST AVERAGE LESS THE LOWEST, AS
007770*** A PERCENTAGE OF THE HIGHEST. OVER THE LIMIT IS FLAGGED.
007780*------------------------------------------------------------
007790 300-CHECK-PAY-GAP.
007800     MOVE 'N' TO GAP-COMPUTED-SW.
007810     MOVE 'N' TO GAP-FLAGGED-SW.
007820     MOVE ZERO TO GAP-GROUPS.
007830     MOVE ZERO TO GAP-PCT.
007840     MOVE ZERO TO JG-SUB.
007850     PERFORM 305-CONSIDER-ONE-GROUP
007860       UNTIL JG-SUB >= JG-COUNT.
007870     IF GAP-GROUPS > 1 AND GAP-HIGH-AVG > ZERO
007880        MOVE 'Y' TO GAP-COMPUTED-SW
007890        COMPUTE GAP-PCT ROUNDED =
007900                (GAP-HIGH-AVG - GAP-LOW-AVG) * 100 / GAP-HIGH-AVG
007910     END-IF.
007920     IF GAP-COMPUTED AND GAP-PCT > GAP-LIMIT-PCT
007930        MOVE 'Y' TO GAP-FLAGGED-SW
007940        IF DEPARTMENT-PASS
007950           ADD 1 TO CT-DEPT-GAP-FLAGS
007960        ELSE
007970           ADD 1 TO CT-COMPANY-GAP-FLAGS
007980        END-IF
007990     END-IF
008000     .
008010 305-CONSIDER-ONE-GROUP.
008020     ADD 1 TO JG-SUB.
008030     IF JG-SAL-COUNT (JG-SUB) >= GAP-MIN-HEADCOUNT
008040        ADD 1 TO GAP-GROUPS
008050        IF GAP-GROUPS = 1 OR
008060           JG-AVG-SALARY (JG-SUB) > GAP-HIGH-AVG
008070           MOVE JG-SEX (JG-SUB)        TO GAP-HIGH-SEX
008080           MOVE JG-AVG-SALARY (JG-SUB) TO GAP-HIGH-AVG
008090        END-IF
008100        IF GAP-GROUPS = 1 OR
008110           JG-AVG-SALARY (JG-SUB) < GAP-LOW-AVG
008120           MOVE JG-SEX (JG-SUB)        TO GAP-LOW-SEX
008130           MOVE JG-AVG-SALARY (JG-SUB) TO GAP-LOW-AVG
008140        END-IF
008150     END-IF
008160     .
008170*------------------------------------------------------------
008180*** ONE REPORT LINE AND ITS EXTRACT ROW FROM ACCUMULATOR
008190*** ACC-SUB UNDER LINE-LABELS
008200*------------------------------------------------------------
008210 400-WRITE-FIGURES.
008220     IF COMPANY-PASS
008230        MOVE 'ALL' TO LL-WORKDEPT
008240     ELSE
008250        MOVE HOLD-WORKDEPT TO LL-WORKDEPT
008260     END-IF.
008270     IF ACC-SAL-COUNT (ACC-SUB) > ZERO
008280        COMPUTE LINE-AVG-SALARY ROUNDED =
008290                ACC-SAL-TOTAL (ACC-SUB) / ACC-SAL-COUNT (ACC-SUB)
008300     ELSE
008310        MOVE ZERO TO LINE-AVG-SALARY
008320     END-IF.
008330     MOVE SPACES TO RPT-FIGURES-LINE.
008340     IF LL-WORKDEPT = SPACES
008350        MOVE 'NONE' TO RPT-WORKDEPT
008360     ELSE
008370        MOVE LL-WORKDEPT TO RPT-WORKDEPT
008380     END-IF.
008390     IF LL-JOB = SPACES
008400        MOVE 'NONE' TO RPT-JOB
008410     ELSE
008420        MOVE LL-JOB TO RPT-JOB
008430     END-IF.
008440     MOVE LL-SEX                     TO RPT-SEX.
008450     MOVE ACC-HEADCOUNT (ACC-SUB)    TO RPT-HEADCOUNT.
008460     MOVE LINE-AVG-SALARY            TO RPT-AVG-SALARY.
008470     MOVE ACC-SAL-MIN (ACC-SUB)      TO RPT-MIN-SALARY.
008480     MOVE ACC-SAL-MAX (ACC-SUB)      TO RPT-MAX-SALARY.
008490     MOVE ZERO TO BAND-SUB.
008500     PERFORM 410-EDIT-ONE-BAND
008510       UNTIL BAND-SUB >= 6.
008520     IF GAP-FLAGGED
008530        MOVE '  GAP' TO RPT-FLAG
008540     END-IF.
008550     MOVE RPT-FIGURES-LINE TO RPT-PRINT-LINE.
008560     PERFORM 700-WRITE-REPORT-LINE.
008570     PERFORM 420-WRITE-CSV-ROW
008580     .
008590* SIX AGE BANDS, FIVE SERVICE BANDS.
008600 410-EDIT-ONE-BAND.
008610     ADD 1 TO BAND-SUB.
008620     MOVE ACC-AGE-COUNT (ACC-SUB BAND-SUB)
008630       TO RPT-AGE-COUNT (BAND-SUB)
008640          CSV-AGE-COUNT (BAND-SUB).
008650     IF BAND-SUB < 6
008660        MOVE ACC-SVC-COUNT (ACC-SUB BAND-SUB)
008670          TO RPT-SVC-COUNT (BAND-SUB)
008680             CSV-SVC-COUNT (BAND-SUB)
008690     END-IF
008700     .
008710 420-WRITE-CSV-ROW.
008720     MOVE ACC-HEADCOUNT (ACC-SUB) TO CSV-HEADCOUNT.
008730     MOVE LINE-AVG-SALARY         TO CSV-AVG-SALARY.
008740     MOVE ACC-SAL-MIN (ACC-SUB)   TO CSV-MIN-SALARY.
008750     MOVE ACC-SAL-MAX (ACC-SUB)   TO CSV-MAX-SALARY.
008760     IF GAP-COMPUTED
008770        MOVE GAP-PCT TO CSV-GAP-PCT
008780     ELSE
008790        MOVE SPACES TO CSV-GAP-PCT-X
008800     END-IF.
008810     IF GAP-FLAGGED
008820        MOVE 'Y' TO CSV-GAP-FLAG
008830     ELSE
008840        MOVE 'N' TO CSV-GAP-FLAG
008850     END-IF.
008860     MOVE SPACES TO EMPDCSV-REC.
008870     IF COMPANY-PASS
008880        MOVE 'COMPANY' TO CSV-SCOPE
008890     ELSE
008900        MOVE 'DEPT' TO CSV-SCOPE
008910     END-IF.
008920     STRING CSV-SCOPE          DELIMITED BY SPACE
008930            ','                DELIMITED BY SIZE
008940            LL-WORKDEPT        DELIMITED BY SPACE
008950            ','                DELIMITED BY SIZE
008960            LL-JOB             DELIMITED BY SPACE
008970            ','                DELIMITED BY SIZE
008980            LL-SEX             DELIMITED BY SPACE
008990            ','                DELIMITED BY SIZE
009000            CSV-HEADCOUNT      DELIMITED BY SIZE
009010            ','                DELIMITED BY SIZE
009020            CSV-AVG-SALARY     DELIMITED BY SIZE
009030            ','                DELIMITED BY SIZE
009040            CSV-MIN-SALARY     DELIMITED BY SIZE
009050            ','                DELIMITED BY SIZE
009060            CSV-MAX-SALARY     DELIMITED BY SIZE
009070            ','                DELIMITED BY SIZE
009080            CSV-AGE-COUNT (1)  DELIMITED BY SIZE
009090            ','                DELIMITED BY SIZE
009100            CSV-AGE-COUNT (2)  DELIMITED BY SIZE
009110            ','                DELIMITED BY SIZE
009120            CSV-AGE-COUNT (3)  DELIMITED BY SIZE
009130            ','                DELIMITED BY SIZE
009140            CSV-AGE-COUNT (4)  DELIMITED BY SIZE
009150            ','                DELIMITED BY SIZE
009160            CSV-AGE-COUNT (5)  DELIMITED BY SIZE
009170            ','                DELIMITED BY SIZE
009180            CSV-AGE-COUNT (6)  DELIMITED BY SIZE
009190            ','                DELIMITED BY SIZE
009200            CSV-SVC-COUNT (1)  DELIMITED BY SIZE
009210            ','                DELIMITED BY SIZE
009220            CSV-SVC-COUNT (2)  DELIMITED BY SIZE
009230            ','                DELIMITED BY SIZE
009240            CSV-SVC-COUNT (3)  DELIMITED BY SIZE
009250            ','                DELIMITED BY SIZE
009260            CSV-SVC-COUNT (4)  DELIMITED BY SIZE
009270            ','                DELIMITED BY SIZE
009280            CSV-SVC-COUNT (5)  DELIMITED BY SIZE
009290            ','                DELIMITED BY SIZE
009300            CSV-GAP-PCT-X      DELIMITED BY SPACE
009310            ','                DELIMITED BY SIZE
009320            CSV-GAP-FLAG       DELIMITED BY SIZE
009330            INTO EMPDCSV-REC
009340     END-STRING.
009350     WRITE EMPDCSV-REC.
009360     ADD 1 TO CT-CSV-ROWS
009370     .
009380*
009390* THE FLAGGED JOB'S GAP SPELLED OUT BENEATH ITS LINE.
009400 450-WRITE-GAP-LINE.
009410     MOVE HOLD-JOB      TO RPT-GAP-JOB.
009420     MOVE GAP-PCT       TO RPT-GAP-PCT.
009430     MOVE GAP-HIGH-SEX  TO RPT-GAP-HIGH-SEX.
009440     MOVE GAP-HIGH-AVG  TO RPT-GAP-HIGH-AVG.
009450     MOVE GAP-LOW-SEX   TO RPT-GAP-LOW-SEX.
009460     MOVE GAP-LOW-AVG   TO RPT-GAP-LOW-AVG.
009470     MOVE GAP-LIMIT-PCT TO RPT-GAP-LIMIT.
009480     MOVE RPT-GAP-LINE  TO RPT-PRINT-LINE.
009490     PERFORM 700-WRITE-REPORT-LINE
009500     .
009510 500-PRINT-HEADING.
009520     ADD 1 TO PAGE-NUMBER.
009530     MOVE PAGE-NUMBER TO HDG-PAGE.
009540     MOVE HDG-TITLE-LINE TO RPT-PRINT-LINE.
009550     MOVE '1' TO RPT-CARRIAGE-CTL.
009560     WRITE EMPDRPT-REC.
009570     MOVE HDG-PARM-LINE TO RPT-PRINT-LINE.
009580     MOVE SPACE TO RPT-CARRIAGE-CTL.
009590     WRITE EMPDRPT-REC.
009600     MOVE HDG-GROUP-LINE TO RPT-PRINT-LINE.
009610     MOVE '0' TO RPT-CARRIAGE-CTL.
009620     WRITE EMPDRPT-REC.
009630     MOVE HDG-COLUMN-LINE TO RPT-PRINT-LINE.
009640     MOVE SPACE TO RPT-CARRIAGE-CTL.
009650     WRITE EMPDRPT-REC.
009660     MOVE SPACES TO RPT-PRINT-LINE.
009670     WRITE EMPDRPT-REC.
009680     MOVE 6 TO LINE-COUNT
009690     .
009700*
009710* A FULL PAGE STARTS A CONTINUATION PAGE.
009720 700-WRITE-REPORT-LINE.
009730     IF LINE-COUNT >= MAX-LINES
009740        MOVE RPT-PRINT-LINE TO HOLD-PRINT-LINE
009750        PERFORM 500-PRINT-HEADING
009760        MOVE HOLD-PRINT-LINE TO RPT-PRINT-LINE
009770     END-IF.
009780     MOVE SPACE TO RPT-CARRIAGE-CTL.
009790     WRITE EMPDRPT-REC.
009800     ADD 1 TO LINE-COUNT
009810     .
009820*
009830* THE TWO PASSES READ EMP SEPARATELY; A DIFFERENT ROW COUNT
009840* MEANS EMP CHANGED BETWEEN THEM AND THE COMPANY PAGES WILL NOT
009850* TIE TO THE DEPARTMENT PAGES - RERUN.
009860 800-WRITE-CONTROL-TOTALS.
009870     IF SQL-ERROR
009880        MOVE 'REPORT NOT PRODUCED - SEE JOB LOG' TO RPT-MESSAGE
009890        PERFORM 500-PRINT-HEADING
009900        MOVE RPT-MESSAGE-LINE TO RPT-PRINT-LINE
009910        PERFORM 700-WRITE-REPORT-LINE
009920     END-IF.
009930     DISPLAY 'EMPDEMOG CONTROL TOTALS'.
009940     DISPLAY '  EMPLOYEES (DEPT PASS)   = ' CT-DEPT-PASS-ROWS.
009950     DISPLAY '  EMPLOYEES (COMPANY PASS)= ' CT-COMPANY-PASS-ROWS.
009960     DISPLAY '  NO SALARY               = ' CT-NO-SALARY.
009970     DISPLAY '  NO BIRTHDATE            = ' CT-NO-BIRTHDATE.
009980     DISPLAY '  NO HIREDATE             = ' CT-NO-HIREDATE.
009990     DISPLAY '  DEPT JOB GAPS FLAGGED   = ' CT-DEPT-GAP-FLAGS.
010000     DISPLAY '  COMPANY GAPS FLAGGED    = ' CT-COMPANY-GAP-FLAGS.
010010     DISPLAY '  EXTRACT ROWS            = ' CT-CSV-ROWS.
010020     IF NOT SQL-ERROR AND
010030        CT-DEPT-PASS-ROWS NOT = CT-COMPANY-PASS-ROWS
010040        DISPLAY 'EMPDEMOG: EMP CHANGED BETWEEN PASSES - RERUN'
010050        MOVE 4 TO RETURN-CODE
010060     END-IF.
010070     IF CT-DEPT-GAP-FLAGS > ZERO OR CT-COMPANY-GAP-FLAGS > ZERO
010080        MOVE 4 TO RETURN-CODE
010090     END-IF.
010100     IF SQL-ERROR
010110        MOVE 16 TO RETURN-CODE
010120     END-IF
010130     .
010140 900-CLOSE-FILES.
010150     CLOSE EMPDRPT-FILE.
010160     CLOSE EMPDCSV-FILE
010170     .
