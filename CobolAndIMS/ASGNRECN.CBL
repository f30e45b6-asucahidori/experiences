000010*********************************************************
000020* C O B O L - I M S - D B 2
000030* RECONCILE EACH EMPLOYEE'S CURRENT IMS ASSIGNMENT (ASGNSEG)
000040* AGAINST WORKDEPT/JOB ON DSN8810.EMP
000050*********************************************************
000060*----------------------------------------------
000070 IDENTIFICATION                  DIVISION.
000080 PROGRAM-ID.                     ASGNRECN.
000090*
000100 AUTHOR.                         RGM.
000110 INSTALLATION.                   DATA PROCESSING CENTER.
000120 DATE-WRITTEN.                   2026-10-15.
000130 DATE-COMPILED.
000140*
000150* MODIFICATION HISTORY
000160* ----------  ----  --------------------------------------------
000170* 2026-10-15  RGM   NEW PROGRAM. EMPLOYEE NOW KEEPS A DATED
000180*                   ASSIGNMENT CHILD (ASGNSEG) UNDER EACH EMPLSEG
000190*                   ROOT, SO A DEPARTMENT MOVE IS ON FILE BEFORE
000200*                   PAYROLL COSTS AGAINST THE NEW DEPARTMENT.
000210*                   THIS JOB WALKS EMPLSEG WITH GN (LIKE
000220*                   EMPRECON) AND EACH ROOT'S ASGNSEG CHILDREN
000230*                   WITH GNP, TAKES THE CURRENT ASSIGNMENT - THE
000240*                   LATEST EFFECTIVE DATE NOT AFTER TODAY - AND
000250*                   COMPARES IT WITH WORKDEPT AND JOB ON
000260*                   DSN8810.EMP. DEPARTMENT OR JOB MISMATCHES,
000270*                   EMPLOYEES WITH NO CURRENT ASSIGNMENT, AND
000280*                   EMPLOYEES MISSING FROM DB2 ARE REPORTED; A
000290*                   FUTURE-DATED TRANSFER IS LISTED AS PENDING
000300*                   SO PAYROLL CAN SEE WHAT IS COMING.
000310*
000320*----------------------------------------------
000330 ENVIRONMENT                     DIVISION.
000340*----------------------------------------------
000350 INPUT-OUTPUT                    SECTION.
000360 FILE-CONTROL.
000370     SELECT ASGNRPT-FILE         ASSIGN TO ASGNRPT
000380                                 ORGANIZATION IS SEQUENTIAL.
000390 DATA                            DIVISION.
000400*----------------------------------------------
000410 FILE                            SECTION.
000420*----------------------------------------------
000430*
000440* PRINTED ASSIGNMENT RECONCILIATION EXCEPTION REPORT.
000450 FD  ASGNRPT-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD
000480     BLOCK CONTAINS 0 RECORDS.
000490 01  ASGNRPT-REC                 PIC X(80).
000500*
000510 WORKING-STORAGE                 SECTION.
000520*------------------------------------------------------------
000530* IMS API
000540*------------------------------------------------------------
000550 01 IMS-FUNCTION-CALLS.
000560    03 FUNC-GN             PIC X(04)  VALUE 'GN  '.
000570    03 FUNC-GNP            PIC X(04)  VALUE 'GNP '.
000580*
000590* SSA - UNQUALIFIED, EMPLSEG ONLY (GN WALK OF THE ROOTS).
000600*
000610 01 205-EMPLOYEE-UNQUAL-SSA  PIC X(08)  VALUE 'EMPLSEG '.
000620*
000630* SSA - UNQUALIFIED, ASGNSEG ONLY (GNP WALK OF ONE EMPLOYEE'S
000640* ASSIGNMENTS). THEY COME BACK IN EFFECTIVE-DATE ORDER.
000650*
000660 01 245-ASSIGNMENT-UNQUAL-SSA PIC X(08) VALUE 'ASGNSEG '.
000670*
000680* I/O AREAS - USED TO HOLD DATA PASSED TO AND FROM THE DB
000690*
000700 01 EMPLOYEE-SEGMENT-IO-AREA.
000710    05 EMPLOYEE-NUM        PIC X(06) VALUE SPACES.
000720    05 LAST-NAME           PIC X(10) VALUE SPACES.
000730    05 FIRST-NAME          PIC X(06) VALUE SPACES.
000740    05 EMPLOYEE-SSN        PIC X(09) VALUE SPACES.
000750*
000760 01 ASSIGNMENT-SEGMENT-IO-AREA.
000770    05 ASSIGN-EFF-DATE     PIC X(08) VALUE SPACES.
000780    05 ASSIGN-DEPT         PIC X(03) VALUE SPACES.
000790    05 ASSIGN-JOB          PIC X(08) VALUE SPACES.
000800*
000810* THE ASSIGNMENT IN FORCE TODAY, AND THE FIRST ONE AFTER IT.
000820*
000830 01 CURRENT-ASSIGNMENT.
000840    05 CUR-EFF-DATE        PIC X(08) VALUE SPACES.
000850    05 CUR-DEPT            PIC X(03) VALUE SPACES.
000860    05 CUR-JOB             PIC X(08) VALUE SPACES.
000870 01 PENDING-ASSIGNMENT.
000880    05 PND-EFF-DATE        PIC X(08) VALUE SPACES.
000890    05 PND-DEPT            PIC X(03) VALUE SPACES.
000900    05 PND-JOB             PIC X(08) VALUE SPACES.
000910*
000920 01 RUN-DATE                PIC X(08) VALUE SPACES.
000930*
000940 01 SWITCHES.
000950    05 IMS-GN-EOF-SW       PIC X   VALUE 'N'.
000960       88 IMS-GN-EOF               VALUE 'Y'.
000970    05 ASGN-EOF-SW         PIC X   VALUE 'N'.
000980       88 ASGN-EOF                 VALUE 'Y'.
000990    05 CURRENT-FOUND-SW    PIC X   VALUE 'N'.
001000       88 CURRENT-FOUND            VALUE 'Y'.
001010    05 PENDING-FOUND-SW    PIC X   VALUE 'N'.
001020       88 PENDING-FOUND            VALUE 'Y'.
001030*
001040 01 CONTROL-TOTALS.
001050    05 CT-IMS-EMPLOYEES-READ    PIC S9(7) COMP VALUE ZERO.
001060    05 CT-ASSIGNMENTS-READ      PIC S9(7) COMP VALUE ZERO.
001070    05 CT-MATCHED               PIC S9(7) COMP VALUE ZERO.
001080    05 CT-DEPT-MISMATCHES       PIC S9(7) COMP VALUE ZERO.
001090    05 CT-JOB-MISMATCHES        PIC S9(7) COMP VALUE ZERO.
001100    05 CT-NO-ASSIGNMENT         PIC S9(7) COMP VALUE ZERO.
001110    05 CT-NOT-ON-DB2            PIC S9(7) COMP VALUE ZERO.
001120    05 CT-PENDING               PIC S9(7) COMP VALUE ZERO.
001130    05 CT-SQL-ERRORS            PIC S9(7) COMP VALUE ZERO.
001140    05 CT-IMS-ERRORS            PIC S9(7) COMP VALUE ZERO.
001150*
001160 01 RPT-SQLCODE-ED               PIC -9(8).
001170 01 RPT-TITLE-LINE.
001180    05  FILLER                 PIC X(46) VALUE
001190        'ASGNRECN - IMS ASSIGNMENT VS DSN8810.EMP AS OF'.
001200    05  FILLER                 PIC X(01) VALUE SPACES.
001210    05  RPT-TITLE-DATE         PIC X(08).
001220    05  FILLER                 PIC X(25) VALUE SPACES.
001230 01 RPT-HEADING-1.
001240    05  FILLER                 PIC X(26) VALUE SPACES.
001250    05  FILLER                 PIC X(23) VALUE
001260        '-- IMS CURRENT -----   '.
001270    05  FILLER                 PIC X(31) VALUE
001280        '-- DSN8810.EMP'.
001290 01 RPT-HEADING-2.
001300    05  FILLER                 PIC X(26) VALUE
001310        'EMPNO   EXCEPTION'.
001320    05  FILLER                 PIC X(23) VALUE
001330        'EFF DATE DPT JOB'.
001340    05  FILLER                 PIC X(31) VALUE
001350        'DPT JOB'.
001360 01 RPT-DETAIL-LINE.
001370    05  RPT-EMPNO              PIC X(06).
001380    05  FILLER                 PIC X(02) VALUE SPACES.
001390    05  RPT-EXCEPTION          PIC X(16).
001400    05  FILLER                 PIC X(02) VALUE SPACES.
001410    05  RPT-IMS-AREA.
001420        10  RPT-IMS-EFF-DATE   PIC X(08).
001430        10  FILLER             PIC X(01).
001440        10  RPT-IMS-DEPT       PIC X(03).
001450        10  FILLER             PIC X(01).
001460        10  RPT-IMS-JOB        PIC X(08).
001470    05  RPT-IMS-NOTE REDEFINES RPT-IMS-AREA
001480                               PIC X(21).
001490    05  FILLER                 PIC X(02) VALUE SPACES.
001500    05  RPT-DB2-AREA.
001510        10  RPT-DB2-DEPT       PIC X(03).
001520        10  FILLER             PIC X(01).
001530        10  RPT-DB2-JOB        PIC X(08).
001540        10  FILLER             PIC X(07).
001550    05  RPT-DB2-NOTE REDEFINES RPT-DB2-AREA
001560                               PIC X(19).
001570    05  FILLER                 PIC X(12) VALUE SPACES.
001580*------------------------------------------------------------
001590* DB2 HOST VARIABLES DECLARATION
001600*------------------------------------------------------------
001610 01  HV-EMPNO                   PIC X(6).
001620 01  HV-WORKDEPT                PIC X(3).
001630 01  HV-WORKDEPT-IN             PIC S9(4) COMP-5.
001640 01  HV-JOB                     PIC X(8).
001650 01  HV-JOB-IN                  PIC S9(4) COMP-5.
001660*------------------------------------------------------------
001670* SQLCA DECLARATION
001680*------------------------------------------------------------
001690     EXEC SQL
001700       INCLUDE SQLCA
001710     END-EXEC.
001720*
001730 LINKAGE SECTION.
001740*
001750* PCB MASK FOR THE DATABASE DEFINED IN OUR PSB.
001760*
001770 01 EMPLOYEE-DB-PCB-MASK.
001780    05 PCB-DBD-NAME             PIC X(08).
001790    05 PCB-SEG-LEVEL            PIC X(02).
001800    05 PCB-STATUS-CODE          PIC X(02).
001810    05 PCB-PROC-OPTIONS         PIC X(04).
001820    05 PCB-RESERVE-DBD          PIC S9(05) COMP.
001830    05 PCB-SEG-NAME             PIC X(08).
001840    05 PCB-KEY-FB-LENGTH        PIC S9(05) COMP.
001850    05 PCB-KEY-FB-AREA          PIC X(14).
001860*
001870 PROCEDURE             DIVISION.
001880 000-RECONCILE-ASSIGNMENTS.
001890     ENTRY 'DLITCBL' USING EMPLOYEE-DB-PCB-MASK.
001900     PERFORM 010-OPEN-FILES.
001910     PERFORM 100-RECONCILE-ONE-EMPLOYEE
001920       UNTIL IMS-GN-EOF.
001930     PERFORM 800-WRITE-CONTROL-TOTALS.
001940     PERFORM 900-CLOSE-FILES.
001950     GOBACK
001960     .
001970 010-OPEN-FILES.
001980     OPEN OUTPUT ASGNRPT-FILE.
001990     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002000     MOVE RUN-DATE TO RPT-TITLE-DATE.
002010     WRITE ASGNRPT-REC FROM RPT-TITLE-LINE.
002020     MOVE SPACES TO ASGNRPT-REC.
002030     WRITE ASGNRPT-REC.
002040     WRITE ASGNRPT-REC FROM RPT-HEADING-1.
002050     WRITE ASGNRPT-REC FROM RPT-HEADING-2.
002060     PERFORM 110-GET-NEXT-IMS-EMPLOYEE
002070     .
002080*------------------------------------------------------------
002090*** ONE EMPLOYEE - FIND THE CURRENT ASSIGNMENT, LOOK THE
002100*** EMPLOYEE UP ON DB2, COMPARE
002110*------------------------------------------------------------
002120 100-RECONCILE-ONE-EMPLOYEE.
002130     MOVE SPACES TO CURRENT-ASSIGNMENT
002140     MOVE SPACES TO PENDING-ASSIGNMENT
002150     MOVE 'N'    TO CURRENT-FOUND-SW
002160     MOVE 'N'    TO PENDING-FOUND-SW
002170     MOVE 'N'    TO ASGN-EOF-SW
002180     PERFORM 120-GET-NEXT-ASSIGNMENT
002190       UNTIL ASGN-EOF
002200     MOVE SPACES         TO HV-WORKDEPT
002210     MOVE SPACES         TO HV-JOB
002220     MOVE EMPLOYEE-NUM   TO HV-EMPNO
002230     EXEC SQL
002240       SELECT WORKDEPT,
002250              JOB
002260         INTO :HV-WORKDEPT:HV-WORKDEPT-IN,
002270              :HV-JOB:HV-JOB-IN
002280         FROM DSN8810.EMP
002290        WHERE EMPNO = :HV-EMPNO
002300     END-EXEC
002310     EVALUATE SQLCODE
002320       WHEN 100
002340         PERFORM 140-WRITE-NOT-ON-DB2-LINE
002360       WHEN ZERO
002370         IF HV-WORKDEPT-IN < ZERO
002380            MOVE SPACES TO HV-WORKDEPT
002390         END-IF
002400         IF HV-JOB-IN < ZERO
002410            MOVE SPACES TO HV-JOB
002420         END-IF
002430         PERFORM 130-COMPARE-ASSIGNMENT
002440         IF PENDING-FOUND
002450            PERFORM 150-WRITE-PENDING-LINE
002460         END-IF
002470       WHEN OTHER
002480         DISPLAY 'ASGNRECN: DB2 LOOKUP FAILED FOR ' HV-EMPNO
002490                 ' SQLCODE= ' SQLCODE
002500         PERFORM 125-WRITE-SQL-ERROR-LINE
002510     END-EVALUATE
002520     PERFORM 110-GET-NEXT-IMS-EMPLOYEE
002530     .
002540 110-GET-NEXT-IMS-EMPLOYEE.
002550     CALL 'CBLTDLI' USING FUNC-GN
002560                    EMPLOYEE-DB-PCB-MASK
002570                    EMPLOYEE-SEGMENT-IO-AREA
002580                    205-EMPLOYEE-UNQUAL-SSA
002590     EVALUATE PCB-STATUS-CODE
002600       WHEN SPACES
002610         ADD 1 TO CT-IMS-EMPLOYEES-READ
002620       WHEN 'GB'
002630         MOVE 'Y' TO IMS-GN-EOF-SW
002640       WHEN OTHER
002650         DISPLAY 'ASGNRECN: IMS GN FAILED, STATUS= '
002660                 PCB-STATUS-CODE
002670         MOVE 'IMS GN ERROR'   TO RPT-EXCEPTION
002680         PERFORM 128-WRITE-IMS-ERROR-LINE
002690         MOVE 'Y' TO IMS-GN-EOF-SW
002700     END-EVALUATE
002710     .
002720*
002730* ASSIGNMENTS COME BACK OLDEST FIRST, SO THE LAST ONE NOT AFTER
002740* TODAY IS CURRENT AND THE FIRST ONE AFTER TODAY IS PENDING.
002750 120-GET-NEXT-ASSIGNMENT.
002760     CALL 'CBLTDLI' USING FUNC-GNP
002770                    EMPLOYEE-DB-PCB-MASK
002780                    ASSIGNMENT-SEGMENT-IO-AREA
002790                    245-ASSIGNMENT-UNQUAL-SSA
002800     EVALUATE PCB-STATUS-CODE
002810       WHEN SPACES
002820         ADD 1 TO CT-ASSIGNMENTS-READ
002830         IF ASSIGN-EFF-DATE NOT > RUN-DATE
002840            MOVE ASSIGNMENT-SEGMENT-IO-AREA TO CURRENT-ASSIGNMENT
002850            MOVE 'Y' TO CURRENT-FOUND-SW
002860         ELSE
002870            IF NOT PENDING-FOUND
002880               MOVE ASSIGNMENT-SEGMENT-IO-AREA
002890                 TO PENDING-ASSIGNMENT
002900               MOVE 'Y' TO PENDING-FOUND-SW
002910            END-IF
002920         END-IF
002930       WHEN 'GE'
002940         MOVE 'Y' TO ASGN-EOF-SW
002950       WHEN OTHER
002960         DISPLAY 'ASGNRECN: IMS GNP FAILED FOR ' EMPLOYEE-NUM
002970                 ' STATUS= ' PCB-STATUS-CODE
002980         MOVE 'IMS GNP ERROR'  TO RPT-EXCEPTION
002990         PERFORM 128-WRITE-IMS-ERROR-LINE
003000         MOVE 'Y' TO ASGN-EOF-SW
003010     END-EVALUATE
003020     .
003030 125-WRITE-SQL-ERROR-LINE.
003040     PERFORM 160-START-DETAIL-LINE
003050     MOVE 'DB2 SQL ERROR'  TO RPT-EXCEPTION
003060     MOVE SQLCODE               TO RPT-SQLCODE-ED
003070     STRING 'SQLCODE='          DELIMITED BY SIZE
003080            RPT-SQLCODE-ED      DELIMITED BY SIZE
003090       INTO RPT-DB2-NOTE
003100     END-STRING
003110     MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003120     WRITE ASGNRPT-REC
003130     ADD 1 TO CT-SQL-ERRORS
003140     .
003150*
003160* CALLER HAS ALREADY PUT THE GN/GNP EXCEPTION TEXT IN PLACE.
003170 128-WRITE-IMS-ERROR-LINE.
003180     MOVE EMPLOYEE-NUM     TO RPT-EMPNO
003190     MOVE SPACES           TO RPT-IMS-NOTE
003200     MOVE SPACES           TO RPT-DB2-NOTE
003210     STRING 'PCB-STATUS='        DELIMITED BY SIZE
003220            PCB-STATUS-CODE      DELIMITED BY SIZE
003230       INTO RPT-IMS-NOTE
003240     END-STRING
003250     MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003260     WRITE ASGNRPT-REC
003270     ADD 1 TO CT-IMS-ERRORS
003280     .
003290*
003300* DEPARTMENT AND JOB ARE COUNTED SEPARATELY - ONE EMPLOYEE
003310* OUT ON BOTH COUNTS IN BOTH TOTALS BUT PRINTS ONCE.
003320 130-COMPARE-ASSIGNMENT.
003330     IF NOT CURRENT-FOUND
003340        PERFORM 160-START-DETAIL-LINE
003350        MOVE 'NO ASSIGNMENT'   TO RPT-EXCEPTION
003360        MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003370        WRITE ASGNRPT-REC
003380        ADD 1 TO CT-NO-ASSIGNMENT
003390     ELSE
003400        IF CUR-DEPT = HV-WORKDEPT AND CUR-JOB = HV-JOB
003410           ADD 1 TO CT-MATCHED
003420        ELSE
003430           PERFORM 160-START-DETAIL-LINE
003440           EVALUATE TRUE
003450             WHEN CUR-DEPT NOT = HV-WORKDEPT AND
003460                  CUR-JOB  NOT = HV-JOB
003470               MOVE 'DEPT+JOB DIFFER'   TO RPT-EXCEPTION
003480               ADD 1 TO CT-DEPT-MISMATCHES
003490               ADD 1 TO CT-JOB-MISMATCHES
003500             WHEN CUR-DEPT NOT = HV-WORKDEPT
003510               MOVE 'DEPT DIFFERS'      TO RPT-EXCEPTION
003520               ADD 1 TO CT-DEPT-MISMATCHES
003530             WHEN OTHER
003540               MOVE 'JOB DIFFERS'       TO RPT-EXCEPTION
003550               ADD 1 TO CT-JOB-MISMATCHES
003560           END-EVALUATE
003570           MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003580           WRITE ASGNRPT-REC
003590        END-IF
003600     END-IF
003610     .
003620 140-WRITE-NOT-ON-DB2-LINE.
003630     PERFORM 160-START-DETAIL-LINE
003640     MOVE 'NOT ON DB2'     TO RPT-EXCEPTION
003650     MOVE SPACES           TO RPT-DB2-NOTE
003660     MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003670     WRITE ASGNRPT-REC
003680     ADD 1 TO CT-NOT-ON-DB2
003690     .
003700*
003710* A FUTURE-DATED TRANSFER - SHOWN WITH TODAY'S DB2 VALUES SO
003720* PAYROLL CAN SEE THE MOVE COMING. NOT AN EXCEPTION.
003730 150-WRITE-PENDING-LINE.
003740     PERFORM 160-START-DETAIL-LINE
003750     MOVE 'PENDING TRANSFER' TO RPT-EXCEPTION
003760     MOVE PND-EFF-DATE     TO RPT-IMS-EFF-DATE
003770     MOVE PND-DEPT         TO RPT-IMS-DEPT
003780     MOVE PND-JOB          TO RPT-IMS-JOB
003790     MOVE RPT-DETAIL-LINE TO ASGNRPT-REC
003800     WRITE ASGNRPT-REC
003810     ADD 1 TO CT-PENDING
003820     .
003830 160-START-DETAIL-LINE.
003840     MOVE SPACES           TO RPT-DETAIL-LINE
003850     MOVE EMPLOYEE-NUM     TO RPT-EMPNO
003860     MOVE CUR-EFF-DATE     TO RPT-IMS-EFF-DATE
003870     MOVE CUR-DEPT         TO RPT-IMS-DEPT
003880     MOVE CUR-JOB          TO RPT-IMS-JOB
003890     MOVE HV-WORKDEPT      TO RPT-DB2-DEPT
003900     MOVE HV-JOB           TO RPT-DB2-JOB
003910     .
003920 800-WRITE-CONTROL-TOTALS.
003930     MOVE SPACES TO ASGNRPT-REC.
003940     WRITE ASGNRPT-REC.
003950     DISPLAY 'ASGNRECN CONTROL TOTALS'.
003960     DISPLAY '  IMS EMPLOYEES READ  = ' CT-IMS-EMPLOYEES-READ.
003970     DISPLAY '  ASSIGNMENTS READ    = ' CT-ASSIGNMENTS-READ.
003980     DISPLAY '  MATCHED             = ' CT-MATCHED.
003990     DISPLAY '  DEPT MISMATCHES     = ' CT-DEPT-MISMATCHES.
004000     DISPLAY '  JOB MISMATCHES      = ' CT-JOB-MISMATCHES.
004010     DISPLAY '  NO ASSIGNMENT       = ' CT-NO-ASSIGNMENT.
004020     DISPLAY '  NOT ON DB2          = ' CT-NOT-ON-DB2.
004030     DISPLAY '  PENDING TRANSFERS   = ' CT-PENDING.
004040     DISPLAY '  DB2 SQL ERRORS      = ' CT-SQL-ERRORS.
004050     DISPLAY '  IMS ERRORS          = ' CT-IMS-ERRORS
004060     .
004070 900-CLOSE-FILES.
004080     CLOSE ASGNRPT-FILE
004090     .
