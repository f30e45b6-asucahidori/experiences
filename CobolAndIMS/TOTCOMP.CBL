000010*********************************************************
000020* C O B O L - I M S - D B 2
000030* ANNUAL TOTAL COMPENSATION STATEMENTS - ONE PRINTED PAGE
000040* PER EMPLOYEE IN WORKDEPT ORDER: SALARY, BONUS AND COMM
000050* AND HIRE DATE FROM DSN8810.EMP, YEARS OF SERVICE, AND THE
000060* DEPNSEG DEPENDENTS COVERED UNDER THEIR EMPLSEG ROOT. ENDS
000070* WITH A SUMMARY OF STATEMENTS PRODUCED AND THE EMPLOYEES
000080* ON ONLY ONE SIDE, WHO GET NO STATEMENT.
000090*********************************************************
000100*----------------------------------------------
000110 IDENTIFICATION                  DIVISION.
000120 PROGRAM-ID.                     TOTCOMP.
000130*
000140 AUTHOR.                         RGM.
000150 INSTALLATION.                   DATA PROCESSING CENTER.
000160 DATE-WRITTEN.                   2026-10-15.
000170 DATE-COMPILED.
000180*
000190* MODIFICATION HISTORY
000200* ----------  ----  --------------------------------------------
000210* 2026-10-15  RGM   NEW PROGRAM. HR'S YEARLY STATEMENT TO EACH
000220*                   EMPLOYEE OF WHAT THEY ARE PAID AND WHO IS
000230*                   COVERED. PASS 1 CURSORS DSN8810.EMP IN
000240*                   WORKDEPT/EMPNO ORDER SO THE STATEMENTS COME
000250*                   OFF THE PRINTER READY TO HAND OUT BY
000260*                   DEPARTMENT, GETS THE EMPLSEG ROOT BY KEY AND
000270*                   ITS DEPNSEG CHILDREN WITH GNP, AND PRINTS ONE
000280*                   PAGE PER EMPLOYEE. YEARS OF SERVICE ARE WHOLE
000290*                   YEARS FROM HIREDATE TO THE AS-OF DATE ON THE
000300*                   TOTCPARM CARD (RUN DATE WITHOUT ONE). AN
000310*                   EMPLOYEE WITH NO IMS ROOT IS HELD FOR THE
000320*                   SUMMARY, NOT PRINTED. PASS 2 WALKS EMPLSEG
000330*                   WITH GN AND CHECKS DB2 BY KEY, AS EMPRECON
000340*                   DOES, TO LIST THE IMS-ONLY ONES. RC 4 IF
000350*                   ANYONE IS ON ONE SIDE ONLY, 8 ON AN IMS OR
000360*                   SQL ERROR.
000370*
000380*----------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400*----------------------------------------------
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE            ASSIGN TO TOTCPARM
000440                                 ORGANIZATION IS SEQUENTIAL
000450                                 FILE STATUS IS PARM-FILE-STATUS.
000460     SELECT TOTCRPT-FILE         ASSIGN TO TOTCRPT
000470                                 ORGANIZATION IS SEQUENTIAL.
000480 DATA                            DIVISION.
000490*----------------------------------------------
000500 FILE                            SECTION.
000510*----------------------------------------------
000520*
000530* AS-OF DATE CARD - YYYYMMDD IN COLUMNS 1-8, USUALLY THE LAST
000540* DAY OF THE YEAR THE STATEMENTS ARE FOR.
000550 FD  PARM-FILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD
000580     BLOCK CONTAINS 0 RECORDS.
000590 01  PARM-REC.
000600     05  PARM-AS-OF-DATE         PIC X(08).
000610     05  FILLER                  PIC X(72).
000620*
000630* STATEMENTS AND SUMMARY - 133-BYTE ASA PRINT LINE.
000640 FD  TOTCRPT-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD
000670     BLOCK CONTAINS 0 RECORDS.
000680 01  TOTCRPT-REC.
000690     05  RPT-CARRIAGE-CTL        PIC X(01).
000700     05  RPT-PRINT-LINE          PIC X(132).
000710*
000720 WORKING-STORAGE                 SECTION.
000730*------------------------------------------------------------
000740* IMS API
000750*------------------------------------------------------------
000760 01 IMS-FUNCTION-CALLS.
000770    03 FUNC-GU             PIC X(04)  VALUE 'GU  '.
000780    03 FUNC-GN             PIC X(04)  VALUE 'GN  '.
000790    03 FUNC-GNP            PIC X(04)  VALUE 'GNP '.
000800*
000810* SSA - QUALIFIED, EMPLOYEE ROOT SEGMENT BY EMPNO (PASS 1).
000820*
000830 01 200-EMPLOYEE-SSA.
000840    05 200-SEGM-NAME       PIC X(08)  VALUE 'EMPLSEG'.
000850    05 200-COMMENT         PIC X(01)  VALUE '*'.
000860    05 200-COMMAND-CODE1   PIC X(01)  VALUE '-'.
000870    05 200-COMMAND-CODE2   PIC X(01)  VALUE '-'.
000880    05 200-BEGIN-LP        PIC X(01)  VALUE '('.
000890    05 200-SEGM-KEYNM      PIC X(05)  VALUE 'FRKEY'.
000900    05 200-REL-OPER        PIC X(01)  VALUE '='.
000910    05 200-SEGM-KEY        PIC X(06)  VALUE SPACES.
000920    05 200-END-RP          PIC X(01)  VALUE ')'.
000930*
000940* SSA - UNQUALIFIED, EMPLSEG ONLY (PASS 2 WALK).
000950*
000960 01 205-EMPLOYEE-UNQUAL-SSA  PIC X(08)  VALUE 'EMPLSEG '.
000970*
000980* SSA - UNQUALIFIED, DEPNSEG ONLY (CHILD GNP WALK UNDER THE
000990* CURRENTLY POSITIONED ROOT).
001000*
001010 01 225-DEPENDENT-UNQUAL-SSA PIC X(08)  VALUE 'DEPNSEG '.
001020*
001030* I/O AREAS - USED TO HOLD DATA PASSED TO AND FROM THE DB
001040*
001050 01 EMPLOYEE-SEGMENT-IO-AREA.
001060    05 EMPLOYEE-NUM        PIC X(06) VALUE SPACES.
001070    05 LAST-NAME           PIC X(10) VALUE SPACES.
001080    05 FIRST-NAME          PIC X(06) VALUE SPACES.
001090    05 EMPLOYEE-SSN        PIC X(09) VALUE SPACES.
001100*
001110 01 DEPENDENT-SEGMENT-IO-AREA.
001120    05 DEPENDENT-CODE      PIC X(02) VALUE SPACES.
001130    05 DEPENDENT-NAME      PIC X(10) VALUE SPACES.
001140    05 DEPENDENT-RELATION  PIC X(01) VALUE SPACES.
001150       88 DEPENDENT-IS-SPOUSE       VALUE 'S'.
001160       88 DEPENDENT-IS-CHILD        VALUE 'C'.
001170       88 DEPENDENT-IS-PARTNER      VALUE 'P'.
001180       88 DEPENDENT-IS-OTHER        VALUE 'O'.
001190    05 DEPENDENT-SSN       PIC X(09) VALUE SPACES.
001200    05 DEPENDENT-BIRTHDT   PIC X(08) VALUE SPACES.
001210*
001220 01 SWITCHES.
001230    05 DB2-CURSOR-EOF-SW   PIC X   VALUE 'N'.
001240       88 DB2-CURSOR-EOF           VALUE 'Y'.
001250    05 IMS-GN-EOF-SW       PIC X   VALUE 'N'.
001260       88 IMS-GN-EOF               VALUE 'Y'.
001270    05 DEPN-GNP-EOF-SW     PIC X   VALUE 'N'.
001280       88 DEPN-GNP-EOF             VALUE 'Y'.
001290*
001300 01 PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001310*
001320* AS-OF DATE AND YEARS-OF-SERVICE ARITHMETIC, THE SAME WAY
001330* DEPNAGE WORKS OUT A DEPENDENT'S AGE.
001340 01 SERVICE-WORK.
001350    05 AS-OF-DATE-RAW.
001360       10 AS-OF-YYYY-X     PIC X(04).
001370       10 AS-OF-MMDD-X     PIC X(04).
001380    05 AS-OF-YYYY-N        PIC 9(04) VALUE ZERO.
001390    05 HIRE-DATE-RAW.
001400       10 HIRE-YYYY-X      PIC X(04).
001410       10 HIRE-MMDD-X      PIC X(04).
001420    05 HIRE-YYYY-N         PIC 9(04) VALUE ZERO.
001430    05 YEARS-OF-SERVICE    PIC S9(4) COMP VALUE ZERO.
001440*
001450* YYYYMMDD EDITED FOR PRINTING.
001460 01 DATE-EDIT-WORK.
001470    05 DEW-RAW-DATE        PIC X(08).
001480    05 DEW-EDITED-DATE.
001490       10 DEW-YYYY         PIC X(04).
001500       10 FILLER           PIC X(01) VALUE '-'.
001510       10 DEW-MM           PIC X(02).
001520       10 FILLER           PIC X(01) VALUE '-'.
001530       10 DEW-DD           PIC X(02).
001540*
001550* THE EMPLOYEE ON THE PAGE BEING BUILT.
001560 01 STATEMENT-WORK.
001570    05 STM-FULL-NAME       PIC X(30) VALUE SPACES.
001580    05 STM-TOTAL-COMP      PIC S9(9)V99 COMP-3 VALUE ZERO.
001590    05 STM-DEPENDENTS      PIC S9(4) COMP VALUE ZERO.
001600*
001610* STATEMENTS BY WORKDEPT, FOR THE SUMMARY PAGE. THE CURSOR IS
001620* IN WORKDEPT ORDER SO EACH DEPARTMENT IS ONE ENTRY.
001630 01 DEPT-SUMMARY-TABLE.
001640    05 DS-COUNT            PIC S9(4) COMP VALUE ZERO.
001650    05 DS-ENTRY            OCCURS 500 TIMES.
001660       10 DS-WORKDEPT      PIC X(03).
001670       10 DS-STATEMENTS    PIC S9(7) COMP.
001680       10 DS-DEPENDENTS    PIC S9(7) COMP.
001690       10 DS-TOTAL-COMP    PIC S9(11)V99 COMP-3.
001700 01 DS-MAX                  PIC S9(4) COMP VALUE 500.
001710 01 DS-SUB                  PIC S9(4) COMP VALUE ZERO.
001720 01 DS-OVERFLOW-SW          PIC X     VALUE 'N'.
001730    88 DS-OVERFLOW                    VALUE 'Y'.
001740*
001750* DSN8810.EMP ROWS THAT GOT NO STATEMENT, HELD FOR THE SUMMARY.
001760 01 NO-STATEMENT-TABLE.
001770    05 NS-COUNT            PIC S9(4) COMP VALUE ZERO.
001780    05 NS-ENTRY            OCCURS 500 TIMES.
001790       10 NS-EMPNO         PIC X(06).
001800       10 NS-WORKDEPT      PIC X(03).
001810       10 NS-NAME          PIC X(30).
001820       10 NS-REASON        PIC X(30).
001830 01 NS-MAX                  PIC S9(4) COMP VALUE 500.
001840 01 NS-SUB                  PIC S9(4) COMP VALUE ZERO.
001850*
001860 01 PAGE-NUMBER             PIC S9(5) COMP VALUE ZERO.
001870 01 LINE-COUNT              PIC S9(4) COMP VALUE ZERO.
001880 01 MAX-LINES               PIC S9(4) COMP VALUE 55.
001890*
001900 01 CONTROL-TOTALS.
001910    05 CT-DB2-EMPLOYEES-READ    PIC S9(7) COMP VALUE ZERO.
001920    05 CT-IMS-EMPLOYEES-READ    PIC S9(7) COMP VALUE ZERO.
001930    05 CT-STATEMENTS            PIC S9(7) COMP VALUE ZERO.
001940    05 CT-DEPENDENTS-LISTED     PIC S9(7) COMP VALUE ZERO.
001950    05 CT-DB2-ONLY              PIC S9(7) COMP VALUE ZERO.
001960    05 CT-IMS-ONLY              PIC S9(7) COMP VALUE ZERO.
001970    05 CT-SQL-ERRORS            PIC S9(7) COMP VALUE ZERO.
001980    05 CT-IMS-ERRORS            PIC S9(7) COMP VALUE ZERO.
001990    05 CT-TOTAL-COMP            PIC S9(11)V99 COMP-3 VALUE ZERO.
002000*
002010*------------------------------------------------------------
002020* STATEMENT PAGE LINES
002030*------------------------------------------------------------
002040 01 STM-TITLE-LINE.
002050    05 FILLER              PIC X(40) VALUE
002060       'ANNUAL TOTAL COMPENSATION STATEMENT'.
002070    05 FILLER              PIC X(06) VALUE 'AS OF '.
002080    05 STM-AS-OF-DATE      PIC X(10).
002090    05 FILLER              PIC X(76) VALUE SPACES.
002100*
002110 01 STM-LABEL-LINE.
002120    05 FILLER              PIC X(02) VALUE SPACES.
002130    05 STM-LABEL           PIC X(22).
002140    05 STM-VALUE           PIC X(40).
002150    05 FILLER              PIC X(68) VALUE SPACES.
002160*
002170 01 STM-AMOUNT-LINE.
002180    05 FILLER              PIC X(04) VALUE SPACES.
002190    05 STM-AMOUNT-LABEL    PIC X(20).
002200    05 STM-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
002210    05 FILLER              PIC X(93) VALUE SPACES.
002220*
002230 01 STM-RULE-LINE.
002240    05 FILLER              PIC X(24) VALUE SPACES.
002250    05 FILLER              PIC X(15) VALUE ALL '-'.
002260    05 FILLER              PIC X(93) VALUE SPACES.
002270*
002280 01 STM-DEPN-HEADING-LINE.
002290    05 FILLER              PIC X(04) VALUE SPACES.
002300    05 FILLER              PIC X(14) VALUE 'NAME'.
002310    05 FILLER              PIC X(16) VALUE 'RELATIONSHIP'.
002320    05 FILLER              PIC X(10) VALUE 'BIRTH DATE'.
002330    05 FILLER              PIC X(88) VALUE SPACES.
002340*
002350 01 STM-DEPN-LINE.
002360    05 FILLER              PIC X(04) VALUE SPACES.
002370    05 STM-DEPN-NAME       PIC X(10).
002380    05 FILLER              PIC X(04) VALUE SPACES.
002390    05 STM-DEPN-RELATION   PIC X(12).
002400    05 FILLER              PIC X(04) VALUE SPACES.
002410    05 STM-DEPN-BIRTHDT    PIC X(10).
002420    05 FILLER              PIC X(88) VALUE SPACES.
002430*
002440 01 STM-TEXT-LINE.
002450    05 FILLER              PIC X(02) VALUE SPACES.
002460    05 STM-TEXT            PIC X(80).
002470    05 FILLER              PIC X(50) VALUE SPACES.
002480*
002490 01 STM-YEARS-ED            PIC ZZ9.
002500*
002510*------------------------------------------------------------
002520* SUMMARY PAGE LINES
002530*------------------------------------------------------------
002540 01 SUM-TITLE-LINE.
002550    05 FILLER              PIC X(40) VALUE
002560       'TOTAL COMPENSATION STATEMENTS - SUMMARY'.
002570    05 FILLER              PIC X(06) VALUE 'AS OF '.
002580    05 SUM-AS-OF-DATE      PIC X(10).
002590    05 FILLER              PIC X(10) VALUE '    PAGE '.
002600    05 SUM-PAGE            PIC ZZZZ9.
002610    05 FILLER              PIC X(61) VALUE SPACES.
002620*
002630 01 SUM-DEPT-HEADING-LINE.
002640    05 FILLER              PIC X(08) VALUE 'DEPT'.
002650    05 FILLER              PIC X(12) VALUE 'STATEMENTS'.
002660    05 FILLER              PIC X(12) VALUE 'DEPENDENTS'.
002670    05 FILLER              PIC X(20) VALUE
002680       '  TOTAL COMPENSATION'.
002690    05 FILLER              PIC X(80) VALUE SPACES.
002700*
002710 01 SUM-DEPT-LINE.
002720    05 SUM-WORKDEPT        PIC X(04).
002730    05 FILLER              PIC X(04) VALUE SPACES.
002740    05 SUM-STATEMENTS      PIC ZZZ,ZZ9.
002750    05 FILLER              PIC X(05) VALUE SPACES.
002760    05 SUM-DEPENDENTS      PIC ZZZ,ZZ9.
002770    05 FILLER              PIC X(03) VALUE SPACES.
002780    05 SUM-TOTAL-COMP      PIC Z,ZZZ,ZZZ,ZZ9.99-.
002790    05 FILLER              PIC X(85) VALUE SPACES.
002800*
002810 01 SUM-NO-STMT-HEADING-LINE.
002820    05 FILLER              PIC X(08) VALUE 'EMPNO'.
002830    05 FILLER              PIC X(06) VALUE 'DEPT'.
002840    05 FILLER              PIC X(32) VALUE 'NAME'.
002850    05 FILLER              PIC X(30) VALUE 'REASON'.
002860    05 FILLER              PIC X(56) VALUE SPACES.
002870*
002880 01 SUM-NO-STMT-LINE.
002890    05 SUM-NS-EMPNO        PIC X(06).
002900    05 FILLER              PIC X(02) VALUE SPACES.
002910    05 SUM-NS-WORKDEPT     PIC X(03).
002920    05 FILLER              PIC X(03) VALUE SPACES.
002930    05 SUM-NS-NAME         PIC X(30).
002940    05 FILLER              PIC X(02) VALUE SPACES.
002950    05 SUM-NS-REASON       PIC X(30).
002960    05 FILLER              PIC X(56) VALUE SPACES.
002970*
002980 01 SUM-MESSAGE-LINE.
002990    05 SUM-MESSAGE         PIC X(80).
003000    05 FILLER              PIC X(52) VALUE SPACES.
003010*
003020 01 SUM-COUNT-ED            PIC ZZZ,ZZ9.
003030 01 RPT-SQLCODE-ED          PIC -9(8).
003040*------------------------------------------------------------
003050* DB2 HOST VARIABLES DECLARATION
003060*------------------------------------------------------------
003070 01  HV-EMPNO                   PIC X(6).
003080 01  HV-FIRSTNME                PIC X(12).
003090 01  HV-MIDINIT                 PIC X(1).
003100 01  HV-LASTNAME                PIC X(15).
003110 01  HV-WORKDEPT                PIC X(3).
003120 01  HV-WORKDEPT-IN             PIC S9(4) COMP-5.
003130 01  HV-HIREDATE                PIC X(10).
003140 01  HV-HIREDATE-IN             PIC S9(4) COMP-5.
003150 01  HV-SALARY                  PIC S9(7)V99 COMP-3.
003160 01  HV-SALARY-IN               PIC S9(4) COMP-5.
003170 01  HV-BONUS                   PIC S9(7)V99 COMP-3.
003180 01  HV-BONUS-IN                PIC S9(4) COMP-5.
003190 01  HV-COMM                    PIC S9(7)V99 COMP-3.
003200 01  HV-COMM-IN                 PIC S9(4) COMP-5.
003210*------------------------------------------------------------
003220* SQLCA DECLARATION
003230*------------------------------------------------------------
003240     EXEC SQL
003250       INCLUDE SQLCA
003260     END-EXEC.
003270*------------------------------------------------------------
003280* EVERY EMPLOYEE ON THE DB2 SIDE, IN HAND-OUT ORDER (PASS 1)
003290*------------------------------------------------------------
003300     EXEC SQL
003310       DECLARE TOTC-EMP-CUR CURSOR FOR
003320         SELECT EMPNO,
003330                FIRSTNME,
003340                MIDINIT,
003350                LASTNAME,
003360                WORKDEPT,
003370                HIREDATE,
003380                SALARY,
003390                BONUS,
003400                COMM
003410           FROM DSN8810.EMP
003420         ORDER BY WORKDEPT, EMPNO
003430     END-EXEC.
003440*
003450 LINKAGE SECTION.
003460*
003470* PCB MASK FOR THE DATABASE DEFINED IN OUR PSB.
003480*
003490 01 EMPLOYEE-DB-PCB-MASK.
003500    05 PCB-DBD-NAME             PIC X(08).
003510    05 PCB-SEG-LEVEL            PIC X(02).
003520    05 PCB-STATUS-CODE          PIC X(02).
003530    05 PCB-PROC-OPTIONS         PIC X(04).
003540    05 PCB-RESERVE-DBD          PIC S9(05) COMP.
003550    05 PCB-SEG-NAME             PIC X(08).
003560    05 PCB-KEY-FB-LENGTH        PIC S9(05) COMP.
003570    05 PCB-KEY-FB-AREA          PIC X(08).
003580*
003590 PROCEDURE             DIVISION.
003600 000-PRODUCE-STATEMENTS.
003610     ENTRY 'DLITCBL' USING EMPLOYEE-DB-PCB-MASK.
003620     PERFORM 010-OPEN-FILES.
003630     PERFORM 015-READ-AS-OF-PARM.
003640     PERFORM 020-OPEN-DB2-CURSOR.
003650     PERFORM 100-STATEMENT-FOR-ONE-EMPLOYEE
003660       UNTIL DB2-CURSOR-EOF.
003670     EXEC SQL
003680       CLOSE TOTC-EMP-CUR
003690     END-EXEC.
003700     PERFORM 500-PRINT-SUMMARY.
003710     PERFORM 800-WRITE-CONTROL-TOTALS.
003720     PERFORM 900-CLOSE-FILES.
003730     GOBACK
003740     .
003750 010-OPEN-FILES.
003760     OPEN OUTPUT TOTCRPT-FILE.
003770     ACCEPT AS-OF-DATE-RAW FROM DATE YYYYMMDD
003780     .
003790* A CARD WITH A NUMERIC DATE SETS THE AS-OF DATE; NO CARD OR A
003800* BAD ONE LEAVES THE RUN DATE.
003810 015-READ-AS-OF-PARM.
003820     OPEN INPUT PARM-FILE.
003830     IF PARM-FILE-STATUS = '00'
003840        READ PARM-FILE
003850          AT END MOVE SPACES TO PARM-REC
003860        END-READ
003870        IF PARM-AS-OF-DATE NUMERIC
003880           MOVE PARM-AS-OF-DATE TO AS-OF-DATE-RAW
003890        END-IF
003900        CLOSE PARM-FILE
003910     END-IF.
003920     MOVE AS-OF-YYYY-X TO AS-OF-YYYY-N.
003930     MOVE AS-OF-DATE-RAW TO DEW-RAW-DATE.
003940     PERFORM 050-EDIT-DATE.
003950     MOVE DEW-EDITED-DATE TO STM-AS-OF-DATE.
003960     MOVE DEW-EDITED-DATE TO SUM-AS-OF-DATE.
003970     DISPLAY 'TOTCOMP STATEMENTS AS OF ' DEW-EDITED-DATE
003980     .
003990 020-OPEN-DB2-CURSOR.
004000     EXEC SQL
004010       OPEN TOTC-EMP-CUR
004020     END-EXEC.
004030     PERFORM 110-FETCH-DB2-CURSOR
004040     .
004050 050-EDIT-DATE.
004060     MOVE DEW-RAW-DATE (1:4) TO DEW-YYYY.
004070     MOVE DEW-RAW-DATE (5:2) TO DEW-MM.
004080     MOVE DEW-RAW-DATE (7:2) TO DEW-DD
004090     .
004100*------------------------------------------------------------
004110*** PASS 1 - DRIVEN FROM DB2 IN WORKDEPT ORDER. THE IMS ROOT
004120*** IS GOT BY KEY; FOUND, THE PAGE PRINTS, OTHERWISE THE
004130*** EMPLOYEE IS HELD FOR THE SUMMARY.
004140*------------------------------------------------------------
004150 100-STATEMENT-FOR-ONE-EMPLOYEE.
004160     PERFORM 115-BUILD-FULL-NAME.
004170     MOVE HV-EMPNO TO 200-SEGM-KEY.
004180     CALL 'CBLTDLI' USING FUNC-GU
004190                    EMPLOYEE-DB-PCB-MASK
004200                    EMPLOYEE-SEGMENT-IO-AREA
004210                    200-EMPLOYEE-SSA.
004220     EVALUATE PCB-STATUS-CODE
004230       WHEN SPACES
004240         PERFORM 200-PRINT-STATEMENT
004250       WHEN 'GE'
004260         ADD 1 TO CT-DB2-ONLY
004270         MOVE 'NO BENEFITS RECORD IN IMS' TO SUM-NS-REASON
004280         PERFORM 130-HOLD-NO-STATEMENT
004290       WHEN OTHER
004300         DISPLAY 'TOTCOMP: IMS GU FAILED FOR ' HV-EMPNO
004310                 ' STATUS= ' PCB-STATUS-CODE
004320         ADD 1 TO CT-IMS-ERRORS
004330         MOVE SPACES TO SUM-NS-REASON
004340         STRING 'IMS ERROR, PCB-STATUS=' PCB-STATUS-CODE
004350                DELIMITED BY SIZE INTO SUM-NS-REASON
004360         END-STRING
004370         PERFORM 130-HOLD-NO-STATEMENT
004380     END-EVALUATE.
004390     PERFORM 110-FETCH-DB2-CURSOR
004400     .
004410 110-FETCH-DB2-CURSOR.
004420     EXEC SQL
004430       FETCH TOTC-EMP-CUR
004440       INTO :HV-EMPNO,
004450            :HV-FIRSTNME,
004460            :HV-MIDINIT,
004470            :HV-LASTNAME,
004480            :HV-WORKDEPT:HV-WORKDEPT-IN,
004490            :HV-HIREDATE:HV-HIREDATE-IN,
004500            :HV-SALARY:HV-SALARY-IN,
004510            :HV-BONUS:HV-BONUS-IN,
004520            :HV-COMM:HV-COMM-IN
004530     END-EXEC.
004540     EVALUATE SQLCODE
004550       WHEN ZERO
004560         ADD 1 TO CT-DB2-EMPLOYEES-READ
004570         PERFORM 120-CLEAR-NULL-COLUMNS
004580       WHEN 100
004590         MOVE 'Y' TO DB2-CURSOR-EOF-SW
004600       WHEN OTHER
004610         DISPLAY 'TOTCOMP: DB2 FETCH FAILED, SQLCODE= ' SQLCODE
004620         ADD 1 TO CT-SQL-ERRORS
004630         MOVE 'Y' TO DB2-CURSOR-EOF-SW
004640     END-EVALUATE
004650     .
004660 115-BUILD-FULL-NAME.
004670     MOVE SPACES TO STM-FULL-NAME.
004680     STRING HV-FIRSTNME DELIMITED BY SPACE
004690            ' '         DELIMITED BY SIZE
004700            HV-MIDINIT  DELIMITED BY SPACE
004710            ' '         DELIMITED BY SIZE
004720            HV-LASTNAME DELIMITED BY SPACE
004730       INTO STM-FULL-NAME
004740     END-STRING
004750     .
004760* A NULL AMOUNT IS NOTHING PAID; A NULL HIREDATE PRINTS AS
004770* NOT ON FILE WITH NO YEARS OF SERVICE.
004780 120-CLEAR-NULL-COLUMNS.
004790     IF HV-WORKDEPT-IN = -1
004800        MOVE SPACES TO HV-WORKDEPT
004810     END-IF.
004820     IF HV-HIREDATE-IN = -1
004830        MOVE SPACES TO HV-HIREDATE
004840     END-IF.
004850     IF HV-SALARY-IN = -1
004860        MOVE ZERO TO HV-SALARY
004870     END-IF.
004880     IF HV-BONUS-IN = -1
004890        MOVE ZERO TO HV-BONUS
004900     END-IF.
004910     IF HV-COMM-IN = -1
004920        MOVE ZERO TO HV-COMM
004930     END-IF
004940     .
004950* CALLER HAS ALREADY SET SUM-NS-REASON.
004960 130-HOLD-NO-STATEMENT.
004970     IF NS-COUNT < NS-MAX
004980        ADD 1 TO NS-COUNT
004990        MOVE HV-EMPNO      TO NS-EMPNO (NS-COUNT)
005000        MOVE HV-WORKDEPT   TO NS-WORKDEPT (NS-COUNT)
005010        MOVE STM-FULL-NAME TO NS-NAME (NS-COUNT)
005020        MOVE SUM-NS-REASON TO NS-REASON (NS-COUNT)
005030     END-IF
005040     .
005050* ONE SUMMARY ENTRY PER WORKDEPT - THE CURSOR ORDER MEANS A NEW
005060* WORKDEPT IS ALWAYS A NEW ENTRY.
005070 140-COUNT-STATEMENT.
005080     IF DS-COUNT = ZERO
005090        PERFORM 145-START-DEPT-ENTRY
005100     ELSE
005110        IF DS-WORKDEPT (DS-COUNT) NOT = HV-WORKDEPT
005120           PERFORM 145-START-DEPT-ENTRY
005130        END-IF
005140     END-IF.
005150     IF NOT DS-OVERFLOW
005160        ADD 1              TO DS-STATEMENTS (DS-COUNT)
005170        ADD STM-DEPENDENTS TO DS-DEPENDENTS (DS-COUNT)
005180        ADD STM-TOTAL-COMP TO DS-TOTAL-COMP (DS-COUNT)
005190     END-IF.
005200     ADD 1              TO CT-STATEMENTS.
005210     ADD STM-DEPENDENTS TO CT-DEPENDENTS-LISTED.
005220     ADD STM-TOTAL-COMP TO CT-TOTAL-COMP
005230     .
005240 145-START-DEPT-ENTRY.
005250     IF DS-COUNT < DS-MAX
005260        ADD 1 TO DS-COUNT
005270        MOVE HV-WORKDEPT TO DS-WORKDEPT (DS-COUNT)
005280        MOVE ZERO        TO DS-STATEMENTS (DS-COUNT)
005290        MOVE ZERO        TO DS-DEPENDENTS (DS-COUNT)
005300        MOVE ZERO        TO DS-TOTAL-COMP (DS-COUNT)
005310     ELSE
005320        MOVE 'Y' TO DS-OVERFLOW-SW
005330     END-IF
005340     .
005350*------------------------------------------------------------
005360*** ONE STATEMENT PAGE
005370*------------------------------------------------------------
005380 200-PRINT-STATEMENT.
005390     MOVE STM-TITLE-LINE TO RPT-PRINT-LINE.
005400     MOVE '1' TO RPT-CARRIAGE-CTL.
005410     WRITE TOTCRPT-REC.
005420     MOVE 'EMPLOYEE NUMBER'  TO STM-LABEL.
005430     MOVE HV-EMPNO           TO STM-VALUE.
005440     PERFORM 290-WRITE-LABEL-LINE-SPACED.
005450     MOVE 'NAME'             TO STM-LABEL.
005460     MOVE STM-FULL-NAME      TO STM-VALUE.
005470     PERFORM 295-WRITE-LABEL-LINE.
005480     MOVE 'DEPARTMENT'       TO STM-LABEL.
005490     MOVE HV-WORKDEPT        TO STM-VALUE.
005500     PERFORM 295-WRITE-LABEL-LINE.
005510     MOVE 'HIRE DATE'        TO STM-LABEL.
005530     IF HV-HIREDATE = SPACES
005540        MOVE 'NOT ON FILE'   TO STM-VALUE
005550        PERFORM 295-WRITE-LABEL-LINE
005560        MOVE 'YEARS OF SERVICE' TO STM-LABEL
005570        MOVE 'NOT ON FILE'   TO STM-VALUE
005580     ELSE
005590        MOVE HV-HIREDATE     TO STM-VALUE
005600        PERFORM 295-WRITE-LABEL-LINE
005610        PERFORM 250-COMPUTE-YEARS-OF-SERVICE
005620        MOVE 'YEARS OF SERVICE' TO STM-LABEL
005630        MOVE YEARS-OF-SERVICE TO STM-YEARS-ED
005640        MOVE STM-YEARS-ED    TO STM-VALUE
005650     END-IF.
005660     PERFORM 295-WRITE-LABEL-LINE.
005670     PERFORM 220-PRINT-COMPENSATION.
005680     PERFORM 230-PRINT-DEPENDENTS.
005690     MOVE SPACES TO STM-TEXT.
005700     MOVE 'PLEASE DIRECT ANY QUESTIONS ABOUT THIS STATEMENT TO HUM
005710-         'AN RESOURCES.' TO STM-TEXT.
005720     MOVE STM-TEXT-LINE TO RPT-PRINT-LINE.
005730     MOVE '-' TO RPT-CARRIAGE-CTL.
005740     WRITE TOTCRPT-REC.
005750     PERFORM 140-COUNT-STATEMENT
005760     .
005770 220-PRINT-COMPENSATION.
005780     COMPUTE STM-TOTAL-COMP = HV-SALARY + HV-BONUS + HV-COMM.
005790     MOVE 'YOUR COMPENSATION' TO STM-TEXT.
005800     MOVE STM-TEXT-LINE TO RPT-PRINT-LINE.
005810     MOVE '-' TO RPT-CARRIAGE-CTL.
005820     WRITE TOTCRPT-REC.
005830     MOVE 'BASE SALARY'       TO STM-AMOUNT-LABEL.
005840     MOVE HV-SALARY           TO STM-AMOUNT.
005850     MOVE STM-AMOUNT-LINE TO RPT-PRINT-LINE.
005860     MOVE '0' TO RPT-CARRIAGE-CTL.
005870     WRITE TOTCRPT-REC.
005880     MOVE 'BONUS'             TO STM-AMOUNT-LABEL.
005890     MOVE HV-BONUS            TO STM-AMOUNT.
005900     PERFORM 296-WRITE-AMOUNT-LINE.
005910     MOVE 'COMMISSION'        TO STM-AMOUNT-LABEL.
005920     MOVE HV-COMM             TO STM-AMOUNT.
005930     PERFORM 296-WRITE-AMOUNT-LINE.
005940     MOVE STM-RULE-LINE TO RPT-PRINT-LINE.
005950     MOVE SPACE TO RPT-CARRIAGE-CTL.
005960     WRITE TOTCRPT-REC.
005970     MOVE 'TOTAL COMPENSATION' TO STM-AMOUNT-LABEL.
005980     MOVE STM-TOTAL-COMP      TO STM-AMOUNT.
005990     PERFORM 296-WRITE-AMOUNT-LINE
006000     .
006010* THE ROOT IS POSITIONED BY 100'S GU, SO GNP RETURNS ONLY THIS
006020* EMPLOYEE'S DEPNSEG CHILDREN.
006030 230-PRINT-DEPENDENTS.
006040     MOVE ZERO TO STM-DEPENDENTS.
006050     MOVE 'DEPENDENTS COVERED UNDER YOUR BENEFITS' TO STM-TEXT.
006060     MOVE STM-TEXT-LINE TO RPT-PRINT-LINE.
006070     MOVE '-' TO RPT-CARRIAGE-CTL.
006080     WRITE TOTCRPT-REC.
006090     MOVE 'N' TO DEPN-GNP-EOF-SW.
006100     PERFORM 235-GET-NEXT-DEPENDENT.
006110     IF DEPN-GNP-EOF
006120        MOVE '  NONE ON FILE' TO STM-TEXT
006130        MOVE STM-TEXT-LINE TO RPT-PRINT-LINE
006140        MOVE '0' TO RPT-CARRIAGE-CTL
006150        WRITE TOTCRPT-REC
006160     ELSE
006170        MOVE STM-DEPN-HEADING-LINE TO RPT-PRINT-LINE
006180        MOVE '0' TO RPT-CARRIAGE-CTL
006190        WRITE TOTCRPT-REC
006200        PERFORM 240-PRINT-ONE-DEPENDENT
006210          UNTIL DEPN-GNP-EOF
006220     END-IF
006230     .
006240 235-GET-NEXT-DEPENDENT.
006250     CALL 'CBLTDLI' USING FUNC-GNP
006260                    EMPLOYEE-DB-PCB-MASK
006270                    DEPENDENT-SEGMENT-IO-AREA
006280                    225-DEPENDENT-UNQUAL-SSA.
006290     EVALUATE PCB-STATUS-CODE
006300       WHEN SPACES
006310         CONTINUE
006320       WHEN 'GE'
006330       WHEN 'GB'
006340         MOVE 'Y' TO DEPN-GNP-EOF-SW
006350       WHEN OTHER
006360         DISPLAY 'TOTCOMP: IMS GNP FAILED FOR ' HV-EMPNO
006370                 ' STATUS= ' PCB-STATUS-CODE
006380         ADD 1 TO CT-IMS-ERRORS
006390         MOVE 'Y' TO DEPN-GNP-EOF-SW
006400     END-EVALUATE
006410     .
006420 240-PRINT-ONE-DEPENDENT.
006430     ADD 1 TO STM-DEPENDENTS.
006440     MOVE DEPENDENT-NAME TO STM-DEPN-NAME.
006450     EVALUATE TRUE
006460       WHEN DEPENDENT-IS-SPOUSE
006470         MOVE 'SPOUSE'     TO STM-DEPN-RELATION
006480       WHEN DEPENDENT-IS-CHILD
006490         MOVE 'CHILD'      TO STM-DEPN-RELATION
006500       WHEN DEPENDENT-IS-PARTNER
006510         MOVE 'PARTNER'    TO STM-DEPN-RELATION
006520       WHEN OTHER
006530         MOVE 'OTHER'      TO STM-DEPN-RELATION
006540     END-EVALUATE.
006550     IF DEPENDENT-BIRTHDT NUMERIC
006560        MOVE DEPENDENT-BIRTHDT TO DEW-RAW-DATE
006570        PERFORM 050-EDIT-DATE
006580        MOVE DEW-EDITED-DATE TO STM-DEPN-BIRTHDT
006590     ELSE
006600        MOVE SPACES TO STM-DEPN-BIRTHDT
006610     END-IF.
006620     MOVE STM-DEPN-LINE TO RPT-PRINT-LINE.
006630     MOVE SPACE TO RPT-CARRIAGE-CTL.
006640     WRITE TOTCRPT-REC.
006650     PERFORM 235-GET-NEXT-DEPENDENT
006660     .
006670* WHOLE YEARS TO THE AS-OF DATE - YEAR DIFFERENCE, LESS ONE
006680* WHEN THE ANNIVERSARY HAS NOT COME ROUND YET THAT YEAR. A HIRE
006690* AFTER THE AS-OF DATE COUNTS AS NONE.
006700 250-COMPUTE-YEARS-OF-SERVICE.
006710     MOVE HV-HIREDATE (1:4) TO HIRE-YYYY-X.
006720     MOVE HV-HIREDATE (6:2) TO HIRE-MMDD-X (1:2).
006730     MOVE HV-HIREDATE (9:2) TO HIRE-MMDD-X (3:2).
006740     MOVE ZERO TO YEARS-OF-SERVICE.
006750     IF HIRE-YYYY-X NUMERIC
006760        MOVE HIRE-YYYY-X TO HIRE-YYYY-N
006770        COMPUTE YEARS-OF-SERVICE = AS-OF-YYYY-N - HIRE-YYYY-N
006780        IF AS-OF-MMDD-X < HIRE-MMDD-X
006790           SUBTRACT 1 FROM YEARS-OF-SERVICE
006800        END-IF
006810        IF YEARS-OF-SERVICE < ZERO
006820           MOVE ZERO TO YEARS-OF-SERVICE
006830        END-IF
006840     END-IF
006850     .
006860 290-WRITE-LABEL-LINE-SPACED.
006870     MOVE STM-LABEL-LINE TO RPT-PRINT-LINE.
006880     MOVE '-' TO RPT-CARRIAGE-CTL.
006890     WRITE TOTCRPT-REC
006900     .
006910 295-WRITE-LABEL-LINE.
006920     MOVE STM-LABEL-LINE TO RPT-PRINT-LINE.
006930     MOVE SPACE TO RPT-CARRIAGE-CTL.
006940     WRITE TOTCRPT-REC
006950     .
006960 296-WRITE-AMOUNT-LINE.
006970     MOVE STM-AMOUNT-LINE TO RPT-PRINT-LINE.
006980     MOVE SPACE TO RPT-CARRIAGE-CTL.
006990     WRITE TOTCRPT-REC
007000     .
007010*------------------------------------------------------------
007020*** PASS 2 - DRIVEN FROM IMS, CHECKED AGAINST DB2, FOR THE
007030*** EMPLOYEES WITH BENEFITS BUT NO PAYROLL ROW. PASS 1'S GU
007040*** CALLS LEFT THE DATABASE POSITIONED ANYWHERE, SO THE WALK
007050*** STARTS WITH A GU FOR THE FIRST ROOT.
007060*------------------------------------------------------------
007070 400-LIST-IMS-ONLY.
007080     CALL 'CBLTDLI' USING FUNC-GU
007090                    EMPLOYEE-DB-PCB-MASK
007100                    EMPLOYEE-SEGMENT-IO-AREA
007110                    205-EMPLOYEE-UNQUAL-SSA.
007120     PERFORM 415-CHECK-GET-STATUS.
007130     PERFORM 420-CHECK-ONE-IMS-EMPLOYEE
007140       UNTIL IMS-GN-EOF
007150     .
007160 410-GET-NEXT-IMS-EMPLOYEE.
007170     CALL 'CBLTDLI' USING FUNC-GN
007180                    EMPLOYEE-DB-PCB-MASK
007190                    EMPLOYEE-SEGMENT-IO-AREA
007200                    205-EMPLOYEE-UNQUAL-SSA.
007210     PERFORM 415-CHECK-GET-STATUS
007220     .
007230 415-CHECK-GET-STATUS.
007240     EVALUATE PCB-STATUS-CODE
007250       WHEN SPACES
007260         ADD 1 TO CT-IMS-EMPLOYEES-READ
007270       WHEN 'GB'
007280       WHEN 'GE'
007290         MOVE 'Y' TO IMS-GN-EOF-SW
007300       WHEN OTHER
007310         DISPLAY 'TOTCOMP: IMS GN FAILED, STATUS= '
007320                 PCB-STATUS-CODE
007330         ADD 1 TO CT-IMS-ERRORS
007340         MOVE SPACES TO SUM-MESSAGE
007350         STRING 'IMS WALK STOPPED, PCB-STATUS=' PCB-STATUS-CODE
007360                ' - IMS-ONLY LIST INCOMPLETE'
007370                DELIMITED BY SIZE INTO SUM-MESSAGE
007380         END-STRING
007390         PERFORM 750-WRITE-MESSAGE-LINE
007400         MOVE 'Y' TO IMS-GN-EOF-SW
007410     END-EVALUATE
007420     .
007430 420-CHECK-ONE-IMS-EMPLOYEE.
007440     MOVE EMPLOYEE-NUM TO HV-EMPNO.
007450     EXEC SQL
007460       SELECT EMPNO
007470         INTO :HV-EMPNO
007480         FROM DSN8810.EMP
007490        WHERE EMPNO = :HV-EMPNO
007500     END-EXEC.
007510     MOVE SPACES TO SUM-NO-STMT-LINE.
007520     MOVE EMPLOYEE-NUM TO SUM-NS-EMPNO.
007530     STRING LAST-NAME  DELIMITED BY SPACE
007540            ', '       DELIMITED BY SIZE
007550            FIRST-NAME DELIMITED BY SPACE
007560       INTO SUM-NS-NAME
007570     END-STRING.
007580     EVALUATE SQLCODE
007590       WHEN ZERO
007600         CONTINUE
007610       WHEN 100
007620         ADD 1 TO CT-IMS-ONLY
007630         MOVE 'NO PAYROLL ROW IN DSN8810.EMP' TO SUM-NS-REASON
007640         MOVE SUM-NO-STMT-LINE TO RPT-PRINT-LINE
007650         PERFORM 700-WRITE-SUMMARY-LINE
007660       WHEN OTHER
007670         DISPLAY 'TOTCOMP: DB2 LOOKUP FAILED FOR ' HV-EMPNO
007680                 ' SQLCODE= ' SQLCODE
007690         ADD 1 TO CT-SQL-ERRORS
007700         MOVE SQLCODE TO RPT-SQLCODE-ED
007710         STRING 'DB2 ERROR, SQLCODE=' RPT-SQLCODE-ED
007720                DELIMITED BY SIZE INTO SUM-NS-REASON
007730         END-STRING
007740         MOVE SUM-NO-STMT-LINE TO RPT-PRINT-LINE
007750         PERFORM 700-WRITE-SUMMARY-LINE
007760     END-EVALUATE.
007770     PERFORM 410-GET-NEXT-IMS-EMPLOYEE
007780     .
007790*------------------------------------------------------------
007800*** SUMMARY - STATEMENTS BY DEPARTMENT, THEN EVERYONE WHO GOT
007810*** NO STATEMENT BECAUSE THEY ARE ON ONE SIDE ONLY
007820*------------------------------------------------------------
007830 500-PRINT-SUMMARY.
007840     PERFORM 510-PRINT-SUMMARY-HEADING.
007850     MOVE SUM-DEPT-HEADING-LINE TO RPT-PRINT-LINE.
007860     PERFORM 700-WRITE-SUMMARY-LINE.
007870     MOVE ZERO TO DS-SUB.
007880     PERFORM 520-PRINT-ONE-DEPT-LINE
007890       UNTIL DS-SUB >= DS-COUNT.
007900     IF DS-OVERFLOW
007910        MOVE 'MORE DEPARTMENTS THAN LISTED - SEE COMPANY TOTAL'
007920          TO SUM-MESSAGE
007930        PERFORM 750-WRITE-MESSAGE-LINE
007940     END-IF.
007950     MOVE SPACES TO SUM-DEPT-LINE.
007960     MOVE 'ALL'                TO SUM-WORKDEPT.
007970     MOVE CT-STATEMENTS        TO SUM-STATEMENTS.
007980     MOVE CT-DEPENDENTS-LISTED TO SUM-DEPENDENTS.
007990     MOVE CT-TOTAL-COMP        TO SUM-TOTAL-COMP.
008000     MOVE SPACES TO RPT-PRINT-LINE.
008010     PERFORM 700-WRITE-SUMMARY-LINE.
008020     MOVE SUM-DEPT-LINE TO RPT-PRINT-LINE.
008030     PERFORM 700-WRITE-SUMMARY-LINE.
008040*
008050     MOVE SPACES TO RPT-PRINT-LINE.
008060     PERFORM 700-WRITE-SUMMARY-LINE.
008070     MOVE 'ON DSN8810.EMP BUT NOT IMS - NO STATEMENT PRODUCED'
008080       TO SUM-MESSAGE.
008090     PERFORM 750-WRITE-MESSAGE-LINE.
008100     MOVE SUM-NO-STMT-HEADING-LINE TO RPT-PRINT-LINE.
008110     PERFORM 700-WRITE-SUMMARY-LINE.
008120     IF NS-COUNT = ZERO
008130        MOVE 'NONE' TO SUM-MESSAGE
008140        PERFORM 750-WRITE-MESSAGE-LINE
008150     END-IF.
008160     MOVE ZERO TO NS-SUB.
008170     PERFORM 530-PRINT-ONE-HELD-EMPLOYEE
008180       UNTIL NS-SUB >= NS-COUNT.
008190     IF CT-DB2-ONLY + CT-IMS-ERRORS > NS-COUNT
008200        MOVE 'MORE EMPLOYEES THAN LISTED - SEE JOB LOG'
008210          TO SUM-MESSAGE
008220        PERFORM 750-WRITE-MESSAGE-LINE
008230     END-IF.
008240*
008250     MOVE SPACES TO RPT-PRINT-LINE.
008260     PERFORM 700-WRITE-SUMMARY-LINE.
008270     MOVE 'ON IMS BUT NOT DSN8810.EMP - NO STATEMENT PRODUCED'
008280       TO SUM-MESSAGE.
008290     PERFORM 750-WRITE-MESSAGE-LINE.
008300     MOVE SUM-NO-STMT-HEADING-LINE TO RPT-PRINT-LINE.
008310     PERFORM 700-WRITE-SUMMARY-LINE.
008320     PERFORM 400-LIST-IMS-ONLY.
008330     IF CT-IMS-ONLY = ZERO
008340        MOVE 'NONE' TO SUM-MESSAGE
008350        PERFORM 750-WRITE-MESSAGE-LINE
008360     END-IF.
008370*
008380     MOVE SPACES TO RPT-PRINT-LINE.
008390     PERFORM 700-WRITE-SUMMARY-LINE.
008400     MOVE CT-STATEMENTS TO SUM-COUNT-ED.
008410     STRING 'STATEMENTS PRODUCED        ' SUM-COUNT-ED
008420            DELIMITED BY SIZE INTO SUM-MESSAGE
008430     END-STRING.
008440     PERFORM 750-WRITE-MESSAGE-LINE.
008450     COMPUTE SUM-COUNT-ED = CT-DB2-ONLY + CT-IMS-ONLY.
008460     STRING 'EMPLOYEES ON ONE SIDE ONLY ' SUM-COUNT-ED
008470            DELIMITED BY SIZE INTO SUM-MESSAGE
008480     END-STRING.
008490     PERFORM 750-WRITE-MESSAGE-LINE
008500     .
008510 510-PRINT-SUMMARY-HEADING.
008520     ADD 1 TO PAGE-NUMBER.
008530     MOVE PAGE-NUMBER TO SUM-PAGE.
008540     MOVE SUM-TITLE-LINE TO RPT-PRINT-LINE.
008550     MOVE '1' TO RPT-CARRIAGE-CTL.
008560     WRITE TOTCRPT-REC.
008570     MOVE SPACES TO RPT-PRINT-LINE.
008580     MOVE SPACE TO RPT-CARRIAGE-CTL.
008590     WRITE TOTCRPT-REC.
008600     MOVE 3 TO LINE-COUNT
008610     .
008620 520-PRINT-ONE-DEPT-LINE.
008630     ADD 1 TO DS-SUB.
008640     MOVE SPACES TO SUM-DEPT-LINE.
008650     IF DS-WORKDEPT (DS-SUB) = SPACES
008660        MOVE 'NONE' TO SUM-WORKDEPT
008670     ELSE
008680        MOVE DS-WORKDEPT (DS-SUB) TO SUM-WORKDEPT
008690     END-IF.
008700     MOVE DS-STATEMENTS (DS-SUB) TO SUM-STATEMENTS.
008710     MOVE DS-DEPENDENTS (DS-SUB) TO SUM-DEPENDENTS.
008720     MOVE DS-TOTAL-COMP (DS-SUB) TO SUM-TOTAL-COMP.
008730     MOVE SUM-DEPT-LINE TO RPT-PRINT-LINE.
008740     PERFORM 700-WRITE-SUMMARY-LINE
008750     .
008760 530-PRINT-ONE-HELD-EMPLOYEE.
008770     ADD 1 TO NS-SUB.
008780     MOVE SPACES TO SUM-NO-STMT-LINE.
008790     MOVE NS-EMPNO (NS-SUB)    TO SUM-NS-EMPNO.
008800     MOVE NS-WORKDEPT (NS-SUB) TO SUM-NS-WORKDEPT.
008810     MOVE NS-NAME (NS-SUB)     TO SUM-NS-NAME.
008820     MOVE NS-REASON (NS-SUB)   TO SUM-NS-REASON.
008830     MOVE SUM-NO-STMT-LINE TO RPT-PRINT-LINE.
008840     PERFORM 700-WRITE-SUMMARY-LINE
008850     .
008860*
008870* A FULL SUMMARY PAGE STARTS A CONTINUATION PAGE.
008880 700-WRITE-SUMMARY-LINE.
008890     IF LINE-COUNT >= MAX-LINES
008900        MOVE RPT-PRINT-LINE TO SUM-MESSAGE-LINE
008910        PERFORM 510-PRINT-SUMMARY-HEADING
008920        MOVE SUM-MESSAGE-LINE TO RPT-PRINT-LINE
008930     END-IF.
008940     MOVE SPACE TO RPT-CARRIAGE-CTL.
008950     WRITE TOTCRPT-REC.
008960     ADD 1 TO LINE-COUNT
008970     .
008980 750-WRITE-MESSAGE-LINE.
008990     MOVE SUM-MESSAGE-LINE TO RPT-PRINT-LINE.
009000     PERFORM 700-WRITE-SUMMARY-LINE.
009010     MOVE SPACES TO SUM-MESSAGE
009020     .
009030 800-WRITE-CONTROL-TOTALS.
009040     DISPLAY 'TOTCOMP CONTROL TOTALS'.
009050     DISPLAY '  DB2 EMPLOYEES READ  = ' CT-DB2-EMPLOYEES-READ.
009060     DISPLAY '  IMS EMPLOYEES READ  = ' CT-IMS-EMPLOYEES-READ.
009070     DISPLAY '  STATEMENTS PRINTED  = ' CT-STATEMENTS.
009080     DISPLAY '  DEPENDENTS LISTED   = ' CT-DEPENDENTS-LISTED.
009090     DISPLAY '  DB2 ONLY            = ' CT-DB2-ONLY.
009100     DISPLAY '  IMS ONLY            = ' CT-IMS-ONLY.
009110     DISPLAY '  SQL ERRORS          = ' CT-SQL-ERRORS.
009120     DISPLAY '  IMS ERRORS          = ' CT-IMS-ERRORS.
009130     IF CT-DB2-ONLY > ZERO OR CT-IMS-ONLY > ZERO
009140        MOVE 4 TO RETURN-CODE
009150     END-IF.
009160     IF CT-SQL-ERRORS > ZERO OR CT-IMS-ERRORS > ZERO
009170        MOVE 8 TO RETURN-CODE
009180     END-IF
009190     .
009200 900-CLOSE-FILES.
009210     CLOSE TOTCRPT-FILE
009220     .
