000010*********************************************************
000020* C O B O L - C I C S - I M S
000030* ONLINE UPDATE OF THE IMS EMPLOYEE DATABASE - THE
000040* COMPANION TO EMPIMSQ/TMAP04. ONE SCREEN (TMAP05) TAKES A
000050* NAME CORRECTION, AN EDUCATION OR DEPENDENT ADD/CHANGE, A
000060* HIRE OR A TERMINATION AND APPLIES IT WHILE THE OPERATOR
000070* WAITS, JOURNALING IT THE SAME WAY EMPLOYEE DOES.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     EMPIMSU.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. EMPIMSQ LETS AN OPERATOR SEE
000210*                   THE IMS SIDE, BUT EVERY CORRECTION STILL
000220*                   HAD TO BE KEYED AS AN EMPLOYEE BATCH
000230*                   TRANSACTION AND WAIT FOR THE NIGHT. THIS
000240*                   TRANSACTION (TMAP05, TRANSID EMPU) TAKES THE
000250*                   SAME FIELDS AS EMPLOYEE'S 400-INPUT-FILE-
000260*                   AREA, RUNS EMPEDIT'S EDITS AND EMPLOYEE'S
000270*                   D350 DUPLICATE-SSN CHECK, AND APPLIES THE
000280*                   CHANGE THROUGH THE SAME GHU/ISRT/REPL/DLET
000290*                   CALLS. ONLINE SCOPE IS A NAME CORRECTION
000300*                   (ROOT UPDATE), A HIRE (ROOT INSERT), A
000310*                   TERMINATION (ROOT DELETE) AND AN EDUCATION
000320*                   OR DEPENDENT INSERT/UPDATE; SSN CHANGES AND
000330*                   CHILD DELETES STAY WITH THE BATCH RUN. EVERY
000340*                   CHANGE IS JOURNALED IN THE 800-JOURNAL-FILE
000350*                   LAYOUT THROUGH THE EXTRAPARTITION TD QUEUE
000360*                   EJRN, WHICH THE NIGHTLY STREAM APPENDS TO THE
000370*                   JOURNL DATASET AHEAD OF EMPBKOUT AND
000380*                   OPSDIGST. THE JOURNAL RECORDS ARE HELD UNTIL
000390*                   EVERY DL/I CALL HAS WORKED; A FAILURE PART
000400*                   WAY THROUGH ROLLS THE WHOLE SCREEN BACK AND
000410*                   JOURNALS NOTHING.
000412* 2026-10-15  RGM   TRN-TRANSACTION-AREA PICKS UP EMPLOYEE'S NEW
000414*                   ASSIGNMENT FIELDS TO STAY IN STEP; DATED
000416*                   DEPARTMENT/JOB ASSIGNMENTS ARE MAINTAINED BY
000418*                   THE BATCH RUN ONLY.
000420*
000430*----------------------------------------------
000440 ENVIRONMENT                     DIVISION.
000450*----------------------------------------------
000460 CONFIGURATION                   SECTION.
000470 INPUT-OUTPUT                    SECTION.
000480 FILE-CONTROL.
000490 DATA DIVISION.
000500*----------------------------------------------
000510 FILE SECTION.
000520*----------------------------------------------
000530*
000540 WORKING-STORAGE SECTION.
000550*---------------------------------------------*
000560* WORKAGEAS                                   *
000570*---------------------------------------------*
000580 01 SWITCH.
000590   05 SEND-IND                   PIC X.
000600      88 SEND-IND-ERASE                VALUE '1'.
000610      88 SEND-IND-DATAO                VALUE '2'.
000620      88 SEND-IND-ALARM                VALUE '3'.
000630   05 FIRST-TIME-SW              PIC X VALUE 'N'.
000640      88 FIRST-TIME                     VALUE 'Y'.
000650   05 PSB-SCHEDULED-SW           PIC X VALUE 'N'.
000660      88 PSB-SCHEDULED                  VALUE 'Y'.
000670   05 EDIT-FAILED-SW             PIC X VALUE 'N'.
000680      88 EDIT-FAILED                    VALUE 'Y'.
000690   05 UPDATE-FAILED-SW           PIC X VALUE 'N'.
000700      88 UPDATE-FAILED                  VALUE 'Y'.
000710   05 SKIP-CHILDREN-SW           PIC X VALUE 'N'.
000720      88 SKIP-CHILDREN                  VALUE 'Y'.
000730   05 DUP-SSN-FOUND-SW           PIC X VALUE 'N'.
000740      88 DUP-SSN-FOUND                  VALUE 'Y'.
000750*--------------------------------------------*
000760* FIRST-ENTRY COMMAREA - BUILT IN WORKING
000770* STORAGE AND RETURNED FROM HERE ON THE
000780* EIBCALEN = ZERO PATH, LIKE EMPIMSQ
000790*--------------------------------------------*
000800 01 WS-COMMAREA.
000810   05 WS-CA-LAST-EMPNO           PIC X(06) VALUE SPACES.
000820*--------------------------------------------*
000830* IMS API - CICS-DL/I PSB SCHEDULING PLUS THE
000840* GET/UPDATE FUNCTIONS EMPLOYEE USES
000850*--------------------------------------------*
000860 01 IMS-FUNCTION-CALLS.
000870    03 FUNC-PCB            PIC X(04)  VALUE 'PCB '.
000880    03 FUNC-TERM           PIC X(04)  VALUE 'TERM'.
000890    03 FUNC-GU             PIC X(04)  VALUE 'GU  '.
000900    03 FUNC-GHU            PIC X(04)  VALUE 'GHU '.
000910    03 FUNC-ISRT           PIC X(04)  VALUE 'ISRT'.
000920    03 FUNC-REPL           PIC X(04)  VALUE 'REPL'.
000930    03 FUNC-DLET           PIC X(04)  VALUE 'DLET'.
000940*
000950 01 PSB-NAME               PIC X(08)  VALUE 'EMPIMSU '.
000960 01 UIB-PTR                USAGE POINTER.
000970*
000980* SSAS - THE SAME SHAPES AS EMPLOYEE'S 200/205/210/215/220/
000990* 225/230 SSAS.
001000*
001010 01 200-EMPLOYEE-SSA.
001020    05 200-SEGM-NAME       PIC X(08)  VALUE 'EMPLSEG'.
001030    05 200-COMMENT         PIC X(01)  VALUE '*'.
001040    05 200-COMMAND-CODE1   PIC X(01)  VALUE '-'.
001050    05 200-COMMAND-CODE2   PIC X(01)  VALUE '-'.
001060    05 200-BEGIN-LP        PIC X(01)  VALUE '('.
001070    05 200-SEGM-KEYNM      PIC X(05)  VALUE 'FRKEY'.
001080    05 200-REL-OPER        PIC X(01)  VALUE '='.
001090    05 200-SEGM-KEY        PIC X(06)  VALUE SPACES.
001100    05 200-END-RP          PIC X(01)  VALUE ')'.
001110*
001120 01 205-EMPLOYEE-UNQUAL-SSA  PIC X(08)  VALUE 'EMPLSEG '.
001130*
001140 01 210-EDUCATION-SSA.
001150    05 210-SEGM-NAME       PIC X(08)  VALUE 'EDUCSEG'.
001160    05                     PIC X(01)  VALUE '*'.
001170    05 210-COMMAND-CODE1   PIC X(01)  VALUE '-'.
001180    05 210-COMMAND-CODE2   PIC X(01)  VALUE '-'.
001190    05 210-BEGIN-LP        PIC X(01)  VALUE '('.
001200    05 210-SEGM-KEYNM      PIC X(05)  VALUE 'FDKEY'.
001210    05 210-REL-OPER        PIC X(01)  VALUE '='.
001220    05 210-SEGM-KEY        PIC X(02)  VALUE SPACES.
001230    05 210-END-RP          PIC X(01)  VALUE ')'.
001240*
001250 01 215-EDUCATION-UNQUAL-SSA PIC X(08)  VALUE 'EDUCSEG '.
001260*
001270 01 220-DEPENDENT-SSA.
001280    05 220-SEGM-NAME       PIC X(08)  VALUE 'DEPNSEG'.
001290    05                     PIC X(01)  VALUE '*'.
001300    05 220-COMMAND-CODE1   PIC X(01)  VALUE '-'.
001310    05 220-COMMAND-CODE2   PIC X(01)  VALUE '-'.
001320    05 220-BEGIN-LP        PIC X(01)  VALUE '('.
001330    05 220-SEGM-KEYNM      PIC X(05)  VALUE 'FPKEY'.
001340    05 220-REL-OPER        PIC X(01)  VALUE '='.
001350    05 220-SEGM-KEY        PIC X(02)  VALUE SPACES.
001360    05 220-END-RP          PIC X(01)  VALUE ')'.
001370*
001380 01 225-DEPENDENT-UNQUAL-SSA PIC X(08)  VALUE 'DEPNSEG '.
001390*
001400 01 230-EMPL-SSN-SSA.
001410    05 230-SEGM-NAME       PIC X(08)  VALUE 'EMPLSEG'.
001420    05                     PIC X(01)  VALUE '*'.
001430    05 230-COMMAND-CODE1   PIC X(01)  VALUE '-'.
001440    05 230-COMMAND-CODE2   PIC X(01)  VALUE '-'.
001450    05 230-BEGIN-LP        PIC X(01)  VALUE '('.
001460    05 230-SEGM-KEYNM      PIC X(05)  VALUE 'FRSSN'.
001470    05 230-REL-OPER        PIC X(01)  VALUE '='.
001480    05 230-SEGM-KEY        PIC X(09)  VALUE SPACES.
001490    05 230-END-RP          PIC X(01)  VALUE ')'.
001500*
001510* I/O AREAS - THE SAME SEGMENT LAYOUTS AS EMPLOYEE'S
001520* SEGMENT-IO-AREA.
001530*
001540 01 EMPLOYEE-SEGMENT-IO-AREA.
001550    05 EMPLOYEE-NUM        PIC X(06) VALUE SPACES.
001560    05 LAST-NAME           PIC X(10) VALUE SPACES.
001570    05 FIRST-NAME          PIC X(06) VALUE SPACES.
001580    05 EMPLOYEE-SSN        PIC X(09) VALUE SPACES.
001590*
001600 01 EDUCATION-SEGMENT-IO-AREA.
001610    05 EDUCATION-CODE      PIC X(02) VALUE SPACES.
001620    05 SCHOOL-NAME         PIC X(08) VALUE SPACES.
001630    05 SCHOOL-DEGREE       PIC X(05) VALUE SPACES.
001640*
001650 01 DEPENDENT-SEGMENT-IO-AREA.
001660    05 DEPENDENT-CODE      PIC X(02) VALUE SPACES.
001670    05 DEPENDENT-NAME      PIC X(10) VALUE SPACES.
001680    05 DEPENDENT-RELATION  PIC X(01) VALUE SPACES.
001690    05 DEPENDENT-SSN       PIC X(09) VALUE SPACES.
001700    05 DEPENDENT-BIRTHDT   PIC X(08) VALUE SPACES.
001710*
001720* DUPLICATE-SSN CHECK HOLD AREA - AS EMPLOYEE'S
001730* 600-DUP-CHECK-IO-AREA, SO THE NEW HIRE STAGED IN
001740* EMPLOYEE-SEGMENT-IO-AREA IS NOT CLOBBERED BY THE GU.
001750*
001760 01 DUP-CHECK-IO-AREA.
001770    05 DUP-EMPLOYEE-NUM    PIC X(06) VALUE SPACES.
001780    05 DUP-LAST-NAME       PIC X(10) VALUE SPACES.
001790    05 DUP-FIRST-NAME      PIC X(06) VALUE SPACES.
001800    05 DUP-EMPLOYEE-SSN    PIC X(09) VALUE SPACES.
001810*
001820* THE SCREEN'S FIELDS AS ONE TRANSACTION - LAID OUT EXACTLY
001830* AS EMPLOYEE'S 400-INPUT-FILE-AREA SO THE EDITS READ THE
001840* SAME AS EMPEDIT'S. MUST STAY IN STEP WITH THAT LAYOUT.
001850*
001860 01 TRN-TRANSACTION-AREA.
001870    05 TRN-DATABASE-FUNCTION    PIC X(08)  VALUE 'UPDATE'.
001880    05 TRN-ROOT-FUNCTION        PIC X(08)  VALUE SPACES.
001890    05 TRN-EMPLOYEE-NUM         PIC X(06)  VALUE SPACES.
001900    05 TRN-EMPLOYEE-LAST-NAME   PIC X(10)  VALUE SPACES.
001910    05 TRN-EMPLOYEE-FIRST-NAME  PIC X(06)  VALUE SPACES.
001920    05 TRN-EMPLOYEE-SSN         PIC X(09)  VALUE SPACES.
001930    05 TRN-EDUC-FUNCTION        PIC X(08)  VALUE SPACES.
001940    05 TRN-EDUC-CODE            PIC X(02)  VALUE SPACES.
001950    05 TRN-EDUC-SCHOOL          PIC X(08)  VALUE SPACES.
001960    05 TRN-EDUC-DEGREE          PIC X(05)  VALUE SPACES.
001970    05 TRN-DEPN-FUNCTION        PIC X(08)  VALUE SPACES.
001980    05 TRN-DEPN-CODE            PIC X(02)  VALUE SPACES.
001990    05 TRN-DEPN-NAME            PIC X(10)  VALUE SPACES.
002000    05 TRN-DEPN-RELATION        PIC X(01)  VALUE SPACES.
002010       88 TRN-DEPN-RELATION-KNOWN  VALUE 'S' 'C' 'P' 'O'.
002020    05 TRN-DEPN-SSN             PIC X(09)  VALUE SPACES.
002030    05 TRN-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
002032    05 TRN-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
002034    05 TRN-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
002036    05 TRN-ASGN-DEPT            PIC X(03)  VALUE SPACES.
002038    05 TRN-ASGN-JOB             PIC X(08)  VALUE SPACES.
002040*
002050* EDIT AND UPDATE MESSAGES - THE FIRST FAILING EDIT'S REASON
002060* STANDS, AS IN EMPEDIT'S U400-FLAG-EDIT-FAILURE.
002070*
002080 01 EDIT-REASON                 PIC X(40)  VALUE SPACES.
002090 01 FIRST-REASON                PIC X(40)  VALUE SPACES.
002100*
002110 01 IMS-ERROR-MESSAGE.
002120    05                     PIC X(15)  VALUE 'IMS ERR,STATUS='.
002130    05  IMS-ERROR-STATUS   PIC X(02)  VALUE SPACE.
002140    05                     PIC X(05)  VALUE ',SEG='.
002150    05  IMS-ERROR-SEGMENT  PIC X(08)  VALUE SPACES.
002160    05                     PIC X(10)  VALUE SPACES.
002170*
002180 01 DUP-SSN-MSG.
002190    05                          PIC X(26)  VALUE
002200       'DUPLICATE SSN ON EMPLOYEE '.
002210    05 DUP-SSN-EMPNO            PIC X(06)  VALUE SPACES.
002220    05                          PIC X(08)  VALUE SPACES.
002230*
002240 01 DONE-MSG.
002250    05                          PIC X(09)  VALUE 'EMPLOYEE '.
002260    05 DONE-EMPNO               PIC X(06)  VALUE SPACES.
002270    05                          PIC X(02)  VALUE ' -'.
002280    05 DONE-COUNT               PIC 9(01)  VALUE ZERO.
002290    05                          PIC X(27)  VALUE
002300       ' CHANGE(S) APPLIED AND JOUR'.
002310    05                          PIC X(05)  VALUE 'NALED'.
002320    05                          PIC X(29)  VALUE SPACES.
002330*
002340* REAL-DATE CHECK WORK FIELDS - AS EMPEDIT'S 650- FIELDS.
002350*
002360 01 BIRTHDT-WORK.
002370    05 BIRTHDT-X.
002380       10 BIRTH-YYYY-X          PIC X(04).
002390       10 BIRTH-MM-X            PIC X(02).
002400       10 BIRTH-DD-X            PIC X(02).
002410 01 BIRTH-NUM-WORK.
002420    05 BIRTH-YYYY-N             PIC 9(04) VALUE ZERO.
002430    05 BIRTH-MM-N               PIC 9(02) VALUE ZERO.
002440    05 BIRTH-DD-N               PIC 9(02) VALUE ZERO.
002450    05 DAYS-IN-MONTH            PIC 9(02) VALUE ZERO.
002460    05 LEAP-REM-4               PIC 9(04) VALUE ZERO.
002470    05 LEAP-REM-100             PIC 9(04) VALUE ZERO.
002480    05 LEAP-REM-400             PIC 9(04) VALUE ZERO.
002490    05 LEAP-QUOT                PIC 9(04) VALUE ZERO.
002500*
002510* JOURNAL RECORD - EMPLOYEE'S 800-JOURNAL-FILE-REC LAYOUT, SO
002520* EMPBKOUT CAN BACK AN ONLINE CHANGE OUT LIKE A BATCH ONE.
002530*
002540 01 JOURNAL-RECORD.
002550    05 JRN-EMPLOYEE-NUM         PIC X(06).
002560    05 JRN-FUNCTION             PIC X(04).
002570    05 JRN-SEGMENT              PIC X(08).
002580    05 JRN-DATE                 PIC X(08).
002590    05 JRN-TIME                 PIC X(08).
002600    05 JRN-BEFORE-IMAGE         PIC X(40).
002610    05 JRN-AFTER-IMAGE          PIC X(40).
002620 01 JRN-RECORD-LEN              PIC S9(04) COMP VALUE 114.
002630*
002640* STAGING AREA BUILT BY EACH SUCCESSFUL ISRT/REPL/DLET, AS IN
002650* EMPLOYEE, BUT HELD IN A TABLE UNTIL THE WHOLE SCREEN HAS
002660* BEEN APPLIED - A ROOT AND ONE OF EACH CHILD AT MOST.
002670*
002680 01 JRN-STAGING-AREA.
002690    05 JRN-WS-EMPNO             PIC X(06)  VALUE SPACES.
002700    05 JRN-WS-FUNCTION          PIC X(04)  VALUE SPACES.
002710    05 JRN-WS-SEGMENT           PIC X(08)  VALUE SPACES.
002720    05 JRN-WS-BEFORE            PIC X(40)  VALUE SPACES.
002730    05 JRN-WS-AFTER             PIC X(40)  VALUE SPACES.
002740*
002750 01 JRN-HELD-TABLE.
002760    05 JRN-HELD-COUNT           PIC S9(4) COMP VALUE ZERO.
002770    05 JRN-HELD-ENTRY           OCCURS 3 TIMES
002780                                PIC X(98).
002790 01 JRN-HELD-SUB                PIC S9(4) COMP VALUE ZERO.
002800*
002810 01 ABS-TIME                    PIC S9(15) COMP-3 VALUE ZERO.
002820 01 JRN-TIME-HHMMSS             PIC X(06)  VALUE SPACES.
002830*--------------------------------------------*
002840* DFHAID                                     *
002850*--------------------------------------------*
002860      COPY DFHAID.
002870*--------------------------------------------*
002880* MAP COPY                                   *
002890*--------------------------------------------*
002900      COPY MAPONL.
002910*
002920 LINKAGE SECTION.
002930*
002940 01 DFHCOMMAREA.
002950    05 CA-LAST-EMPNO             PIC X(06).
002960*
002970* CICS-DL/I INTERFACE BLOCK - ADDRESSED OFF THE POINTER THE
002980* PCB SCHEDULING CALL RETURNS.
002990*
003000 01 DLIUIB.
003010    05 UIBPCBAL                  USAGE POINTER.
003020    05 UIBRCODE.
003030       10 UIBFCTR                PIC X(01).
003040       10 UIBDLTR                PIC X(01).
003050*
003060 01 UIB-PCB-ADDRESSES.
003070    05 UIB-PCB-PTR               USAGE POINTER.
003080*
003090* PCB MASK FOR THE DATABASE DEFINED IN OUR PSB.
003100*
003110 01 EMPLOYEE-DB-PCB-MASK.
003120    05 PCB-DBD-NAME             PIC X(08).
003130    05 PCB-SEG-LEVEL            PIC X(02).
003140    05 PCB-STATUS-CODE          PIC X(02).
003150    05 PCB-PROC-OPTIONS         PIC X(04).
003160    05 PCB-RESERVE-DBD          PIC S9(05) COMP.
003170    05 PCB-SEG-NAME             PIC X(08).
003180    05 PCB-KEY-FB-LENGTH        PIC S9(05) COMP.
003190    05 PCB-KEY-FB-AREA          PIC X(08).
003200*
003210*-------------------------------------------------------*
003220*** PROCEDURE             DIVISION.
003230*-------------------------------------------------------*
003240*
003250 PROCEDURE             DIVISION USING DFHCOMMAREA.
003260*-------------------------------------------------------*
003270*  MAIN PROGRAM ROUTINE                                 *
003280*-------------------------------------------------------*
003290 MAINLINE.
003300*-------------------------------------------------------*
003310*  2000-PROCESS                                         *
003320*-------------------------------------------------------*
003330 2000-PROCESS.
003340     EVALUATE TRUE
003350       WHEN EIBCALEN = ZERO
003360         MOVE LOW-VALUE TO TMAP050
003370         SET FIRST-TIME TO TRUE
003380         SET SEND-IND-ERASE TO TRUE
003390         PERFORM 2000-10-SEND
003400       WHEN EIBAID = DFHCLEAR
003410         MOVE LOW-VALUE TO TMAP050
003420         MOVE SPACES TO CA-LAST-EMPNO
003430         SET SEND-IND-ERASE TO TRUE
003440         PERFORM 2000-10-SEND
003450       WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
003460         CONTINUE
003470       WHEN EIBAID = DFHPF3
003480         EXEC CICS RETURN
003490         END-EXEC
003500         GOBACK
003510       WHEN EIBAID = DFHENTER
003520         PERFORM 2000-00-PROCESS
003530       WHEN OTHER
003540         MOVE LOW-VALUE TO TMAP050
003550         MOVE 'WRONG KEY' TO MSGLINE5O
003560         SET SEND-IND-ALARM TO TRUE
003570         PERFORM 2000-10-SEND
003580     END-EVALUATE.
003590*
003600     IF FIRST-TIME
003610        EXEC CICS RETURN TRANSID('EMPU')
003620            COMMAREA(WS-COMMAREA)
003630        END-EXEC
003640     ELSE
003650        EXEC CICS RETURN TRANSID('EMPU')
003660            COMMAREA(DFHCOMMAREA)
003670        END-EXEC
003680     END-IF.
003690     GOBACK.
003700*
003710* ONE SCREEN IS ONE TRANSACTION - RECEIVE IT, EDIT IT, AND
003720* APPLY IT ONLY IF EVERY EDIT PASSES. A FAILED EDIT OR UPDATE
003730* GOES BACK DATAONLY SO THE OPERATOR'S KEYING STAYS ON THE
003740* SCREEN FOR CORRECTION; A GOOD ONE CLEARS THE SCREEN FOR THE
003750* NEXT.
003760 2000-00-PROCESS.
003770     EXEC CICS RECEIVE MAP('TMAP05')
003780                       MAPSET('TMAPSET')
003790                       INTO(TMAP051)
003800     END-EXEC.
003810     PERFORM 2100-00-BUILD-TRANSACTION.
003820     PERFORM 3000-00-EDIT-TRANSACTION.
003830     IF EDIT-FAILED
003840        MOVE LOW-VALUE TO TMAP050
003850        MOVE FIRST-REASON TO MSGLINE5O
003860        SET SEND-IND-ALARM TO TRUE
003870     ELSE
003880        PERFORM 4000-00-APPLY-TRANSACTION
003890        IF UPDATE-FAILED
003900           MOVE LOW-VALUE TO TMAP050
003910           MOVE FIRST-REASON TO MSGLINE5O
003920           SET SEND-IND-ALARM TO TRUE
003930        ELSE
003940           MOVE LOW-VALUE TO TMAP050
003950           MOVE TRN-EMPLOYEE-NUM TO DONE-EMPNO
003960                                    CA-LAST-EMPNO
003970           MOVE JRN-HELD-COUNT   TO DONE-COUNT
003980           MOVE DONE-MSG TO MSGLINE5O
003990           SET SEND-IND-ERASE TO TRUE
004000        END-IF
004010     END-IF.
004020     PERFORM 2000-10-SEND.
004030*
004040*-------------------------------------------------------*
004050*  THE SCREEN FIELDS INTO THE TRANSACTION LAYOUT - AN    *
004060*  UNKEYED FIELD COMES BACK WITH A ZERO LENGTH AND IS    *
004070*  TAKEN AS BLANK, AS A BLANK BATCH FIELD IS             *
004080*-------------------------------------------------------*
004090 2100-00-BUILD-TRANSACTION.
004100     MOVE SPACES TO TRN-TRANSACTION-AREA.
004110     MOVE 'UPDATE' TO TRN-DATABASE-FUNCTION.
004120     IF UROOTFL > ZERO
004130        MOVE UROOTFI TO TRN-ROOT-FUNCTION
004140     END-IF.
004150     IF UEMPNOL > ZERO
004160        MOVE UEMPNOI TO TRN-EMPLOYEE-NUM
004170     END-IF.
004180     IF ULNAMEL > ZERO
004190        MOVE ULNAMEI TO TRN-EMPLOYEE-LAST-NAME
004200     END-IF.
004210     IF UFNAMEL > ZERO
004220        MOVE UFNAMEI TO TRN-EMPLOYEE-FIRST-NAME
004230     END-IF.
004240     IF USSNL > ZERO
004250        MOVE USSNI TO TRN-EMPLOYEE-SSN
004260     END-IF.
004270     IF UEDUCFL > ZERO
004280        MOVE UEDUCFI TO TRN-EDUC-FUNCTION
004290     END-IF.
004300     IF UECODEL > ZERO
004310        MOVE UECODEI TO TRN-EDUC-CODE
004320     END-IF.
004330     IF UESCHLL > ZERO
004340        MOVE UESCHLI TO TRN-EDUC-SCHOOL
004350     END-IF.
004360     IF UEDEGRL > ZERO
004370        MOVE UEDEGRI TO TRN-EDUC-DEGREE
004380     END-IF.
004390     IF UDEPNFL > ZERO
004400        MOVE UDEPNFI TO TRN-DEPN-FUNCTION
004410     END-IF.
004420     IF UDCODEL > ZERO
004430        MOVE UDCODEI TO TRN-DEPN-CODE
004440     END-IF.
004450     IF UDNAMEL > ZERO
004460        MOVE UDNAMEI TO TRN-DEPN-NAME
004470     END-IF.
004480     IF UDRELL > ZERO
004490        MOVE UDRELI TO TRN-DEPN-RELATION
004500     END-IF.
004510     IF UDSSNL > ZERO
004520        MOVE UDSSNI TO TRN-DEPN-SSN
004530     END-IF.
004540     IF UDBDTL > ZERO
004550        MOVE UDBDTI TO TRN-DEPN-BIRTHDT
004560     END-IF.
004570*
004580*-------------------------------------------------------*
004590*  EDITS - EMPEDIT'S C100/C200/C300 EDITS, PLUS THE      *
004600*  LIMITS OF WHAT IS DONE ONLINE                         *
004610*-------------------------------------------------------*
004620 3000-00-EDIT-TRANSACTION.
004630     MOVE 'N'    TO EDIT-FAILED-SW.
004640     MOVE SPACES TO EDIT-REASON.
004650     MOVE SPACES TO FIRST-REASON.
004660     PERFORM 3000-10-EDIT-FUNCTION-WORDS.
004670     PERFORM 3000-15-EDIT-ONLINE-SCOPE.
004680     PERFORM 3000-20-EDIT-EMPLOYEE-FIELDS.
004690     PERFORM 3000-30-EDIT-DEPENDENT-FIELDS.
004700*
004710 3000-10-EDIT-FUNCTION-WORDS.
004720     IF TRN-ROOT-FUNCTION NOT = 'INSERT' AND
004730        TRN-ROOT-FUNCTION NOT = 'UPDATE' AND
004740        TRN-ROOT-FUNCTION NOT = 'DELETE' AND
004750        TRN-ROOT-FUNCTION NOT = SPACES
004760        MOVE 'INVALID ROOT FUNCTION' TO EDIT-REASON
004770        PERFORM 3000-90-FLAG-EDIT-FAILURE
004780     END-IF.
004790     IF TRN-EDUC-FUNCTION NOT = 'INSERT' AND
004800        TRN-EDUC-FUNCTION NOT = 'UPDATE' AND
004810        TRN-EDUC-FUNCTION NOT = 'DELETE' AND
004820        TRN-EDUC-FUNCTION NOT = SPACES
004830        MOVE 'INVALID EDUCATION FUNCTION' TO EDIT-REASON
004840        PERFORM 3000-90-FLAG-EDIT-FAILURE
004850     END-IF.
004860     IF TRN-DEPN-FUNCTION NOT = 'INSERT' AND
004870        TRN-DEPN-FUNCTION NOT = 'UPDATE' AND
004880        TRN-DEPN-FUNCTION NOT = 'DELETE' AND
004890        TRN-DEPN-FUNCTION NOT = SPACES
004900        MOVE 'INVALID DEPENDENT FUNCTION' TO EDIT-REASON
004910        PERFORM 3000-90-FLAG-EDIT-FAILURE
004920     END-IF.
004930*
004940* WHAT THE SCREEN WILL NOT DO - AN EMPTY SCREEN, AN SSN
004950* CHANGE ON AN EXISTING EMPLOYEE (THE DUPLICATE-SSN CHECK
004960* ONLY GUARDS A HIRE) AND CHILD DELETES STAY IN BATCH.
004970 3000-15-EDIT-ONLINE-SCOPE.
004980     IF TRN-ROOT-FUNCTION = SPACES AND
004990        TRN-EDUC-FUNCTION = SPACES AND
005000        TRN-DEPN-FUNCTION = SPACES
005010        MOVE 'NO FUNCTION KEYED - NOTHING TO APPLY' TO
005020              EDIT-REASON
005030        PERFORM 3000-90-FLAG-EDIT-FAILURE
005040     END-IF.
005050     IF TRN-ROOT-FUNCTION = 'UPDATE' AND
005060        TRN-EMPLOYEE-SSN NOT = SPACES
005070        MOVE 'SSN CHANGES ARE BATCH ONLY' TO EDIT-REASON
005080        PERFORM 3000-90-FLAG-EDIT-FAILURE
005090     END-IF.
005100     IF TRN-ROOT-FUNCTION = 'DELETE' AND
005110        (TRN-EDUC-FUNCTION NOT = SPACES OR
005120         TRN-DEPN-FUNCTION NOT = SPACES)
005130        MOVE 'TERMINATION TAKES NO CHILD FUNCTION' TO
005140              EDIT-REASON
005150        PERFORM 3000-90-FLAG-EDIT-FAILURE
005160     END-IF.
005170     IF TRN-EDUC-FUNCTION = 'DELETE' OR
005180        TRN-DEPN-FUNCTION = 'DELETE'
005190        MOVE 'CHILD DELETES ARE BATCH ONLY' TO EDIT-REASON
005200        PERFORM 3000-90-FLAG-EDIT-FAILURE
005210     END-IF.
005220*
005230 3000-20-EDIT-EMPLOYEE-FIELDS.
005240     IF TRN-EMPLOYEE-NUM = SPACES
005250        MOVE 'EMPLOYEE NUMBER MISSING' TO EDIT-REASON
005260        PERFORM 3000-90-FLAG-EDIT-FAILURE
005270     END-IF.
005280     IF TRN-EMPLOYEE-SSN NOT = SPACES AND
005290        TRN-EMPLOYEE-SSN NOT NUMERIC
005300        MOVE 'EMPLOYEE SSN NOT NINE DIGITS' TO EDIT-REASON
005310        PERFORM 3000-90-FLAG-EDIT-FAILURE
005320     END-IF.
005330     IF TRN-ROOT-FUNCTION = 'INSERT' AND
005340        (TRN-EMPLOYEE-LAST-NAME = SPACES OR
005350         TRN-EMPLOYEE-SSN = SPACES)
005360        MOVE 'A HIRE NEEDS A LAST NAME AND SSN' TO EDIT-REASON
005370        PERFORM 3000-90-FLAG-EDIT-FAILURE
005380     END-IF.
005390*
005400 3000-30-EDIT-DEPENDENT-FIELDS.
005410     IF TRN-DEPN-RELATION NOT = SPACES AND
005420        NOT TRN-DEPN-RELATION-KNOWN
005430        MOVE 'UNKNOWN DEPENDENT RELATION CODE' TO EDIT-REASON
005440        PERFORM 3000-90-FLAG-EDIT-FAILURE
005450     END-IF.
005460     IF TRN-DEPN-SSN NOT = SPACES AND
005470        TRN-DEPN-SSN NOT NUMERIC
005480        MOVE 'DEPENDENT SSN NOT NINE DIGITS' TO EDIT-REASON
005490        PERFORM 3000-90-FLAG-EDIT-FAILURE
005500     END-IF.
005510     IF TRN-DEPN-BIRTHDT NOT = SPACES
005520        PERFORM 3000-35-EDIT-BIRTH-DATE
005530     END-IF.
005540*
005550* REAL-DATE CHECK ON THE DEPENDENT BIRTH DATE (YYYYMMDD) - THE
005560* SAME RULES AS EMPEDIT'S C350 THROUGH C380.
005570 3000-35-EDIT-BIRTH-DATE.
005580     IF TRN-DEPN-BIRTHDT NOT NUMERIC
005590        MOVE 'DEPENDENT BIRTH DATE NOT NUMERIC' TO EDIT-REASON
005600        PERFORM 3000-90-FLAG-EDIT-FAILURE
005610     ELSE
005620        MOVE TRN-DEPN-BIRTHDT TO BIRTHDT-X
005630        MOVE BIRTH-YYYY-X     TO BIRTH-YYYY-N
005640        MOVE BIRTH-MM-X       TO BIRTH-MM-N
005650        MOVE BIRTH-DD-X       TO BIRTH-DD-N
005660        PERFORM 3000-36-CHECK-MONTH-AND-DAY
005670     END-IF.
005680*
005690 3000-36-CHECK-MONTH-AND-DAY.
005700     IF BIRTH-MM-N < 01 OR BIRTH-MM-N > 12
005710        MOVE 'DEPENDENT BIRTH MONTH NOT 01-12' TO EDIT-REASON
005720        PERFORM 3000-90-FLAG-EDIT-FAILURE
005730     ELSE
005740        PERFORM 3000-37-SET-DAYS-IN-MONTH
005750        IF BIRTH-DD-N < 01 OR
005760           BIRTH-DD-N > DAYS-IN-MONTH
005770           MOVE 'DEPENDENT BIRTH DAY NOT IN MONTH' TO
005780                 EDIT-REASON
005790           PERFORM 3000-90-FLAG-EDIT-FAILURE
005800        END-IF
005810     END-IF.
005820*
005830 3000-37-SET-DAYS-IN-MONTH.
005840     EVALUATE BIRTH-MM-N
005850       WHEN 04
005860       WHEN 06
005870       WHEN 09
005880       WHEN 11
005890         MOVE 30 TO DAYS-IN-MONTH
005900       WHEN 02
005910         PERFORM 3000-38-SET-FEBRUARY-DAYS
005920       WHEN OTHER
005930         MOVE 31 TO DAYS-IN-MONTH
005940     END-EVALUATE.
005950*
005960 3000-38-SET-FEBRUARY-DAYS.
005970     DIVIDE BIRTH-YYYY-N BY 4
005980       GIVING LEAP-QUOT REMAINDER LEAP-REM-4.
005990     DIVIDE BIRTH-YYYY-N BY 100
006000       GIVING LEAP-QUOT REMAINDER LEAP-REM-100.
006010     DIVIDE BIRTH-YYYY-N BY 400
006020       GIVING LEAP-QUOT REMAINDER LEAP-REM-400.
006030     IF LEAP-REM-400 = ZERO OR
006040        (LEAP-REM-4 = ZERO AND LEAP-REM-100 NOT = ZERO)
006050        MOVE 29 TO DAYS-IN-MONTH
006060     ELSE
006070        MOVE 28 TO DAYS-IN-MONTH
006080     END-IF.
006090*
006100 3000-90-FLAG-EDIT-FAILURE.
006110     IF NOT EDIT-FAILED
006120        SET EDIT-FAILED TO TRUE
006130        MOVE EDIT-REASON TO FIRST-REASON
006140     END-IF.
006150*
006160*-------------------------------------------------------*
006170*  APPLY - EMPLOYEE'S C100-UPDATE-EMPLOYEE PATH, HELD   *
006180*  TOGETHER AS ONE UNIT OF WORK                         *
006190*-------------------------------------------------------*
006200 4000-00-APPLY-TRANSACTION.
006210     MOVE 'N'  TO UPDATE-FAILED-SW.
006220     MOVE 'N'  TO SKIP-CHILDREN-SW.
006230     MOVE ZERO TO JRN-HELD-COUNT.
006240     PERFORM 5000-SCHEDULE-PSB.
006250     IF NOT PSB-SCHEDULED
006260        SET UPDATE-FAILED TO TRUE
006270        MOVE 'IMS PSB SCHEDULING FAILED' TO FIRST-REASON
006280     ELSE
006290        PERFORM 4000-10-APPLY-ROOT
006300        IF NOT UPDATE-FAILED AND NOT SKIP-CHILDREN
006310           PERFORM 4400-00-APPLY-EDUCATION
006320        END-IF
006330        IF NOT UPDATE-FAILED AND NOT SKIP-CHILDREN
006340           PERFORM 4500-00-APPLY-DEPENDENT
006350        END-IF
006360        IF UPDATE-FAILED
006370           PERFORM 5200-ROLLBACK-UPDATES
006380        ELSE
006390           PERFORM 4900-WRITE-HELD-JOURNAL
006400           PERFORM 5100-TERMINATE-PSB
006410        END-IF
006420     END-IF.
006430*
006440 4000-10-APPLY-ROOT.
006450     MOVE TRN-EMPLOYEE-NUM TO 200-SEGM-KEY.
006460     CALL 'CBLTDLI' USING FUNC-GHU
006470                    EMPLOYEE-DB-PCB-MASK
006480                    EMPLOYEE-SEGMENT-IO-AREA
006490                    200-EMPLOYEE-SSA.
006500     EVALUATE PCB-STATUS-CODE
006510       WHEN SPACES
006520         EVALUATE TRN-ROOT-FUNCTION
006530           WHEN 'DELETE'
006540             PERFORM 4100-DELETE-EMPLOYEE
006550             SET SKIP-CHILDREN TO TRUE
006560           WHEN 'UPDATE'
006570             PERFORM 4200-CORRECT-EMPLOYEE-NAME
006580           WHEN 'INSERT'
006590             SET UPDATE-FAILED TO TRUE
006600             MOVE 'EMPLOYEE ALREADY EXISTS FOR INSERT' TO
006610                  FIRST-REASON
006620           WHEN OTHER
006630             CONTINUE
006640         END-EVALUATE
006650       WHEN 'GE'
006660         IF TRN-ROOT-FUNCTION = 'INSERT'
006670            PERFORM 4300-HIRE-EMPLOYEE
006680         ELSE
006690            SET UPDATE-FAILED TO TRUE
006700            MOVE 'EMPLOYEE NOT FOUND FOR UPDATE' TO
006710                 FIRST-REASON
006720         END-IF
006730       WHEN OTHER
006740         PERFORM 4990-IMS-ERROR
006750     END-EVALUATE.
006760*
006770* TERMINATION - DLET OF THE ROOT TAKES ITS CHILDREN WITH IT,
006780* AS EMPLOYEE'S D100 DOES.
006790 4100-DELETE-EMPLOYEE.
006800     MOVE EMPLOYEE-SEGMENT-IO-AREA TO JRN-WS-BEFORE.
006810     CALL 'CBLTDLI' USING FUNC-DLET
006820                    EMPLOYEE-DB-PCB-MASK
006830                    EMPLOYEE-SEGMENT-IO-AREA.
006840     IF PCB-STATUS-CODE = SPACES
006850        MOVE 'DLET'    TO JRN-WS-FUNCTION
006860        MOVE 'EMPLSEG' TO JRN-WS-SEGMENT
006870        MOVE SPACES    TO JRN-WS-AFTER
006880        PERFORM 4800-HOLD-JOURNAL-RECORD
006890     ELSE
006900        PERFORM 4990-IMS-ERROR
006910     END-IF.
006920*
006930* NAME CORRECTION - A BLANK NAME FIELD LEAVES THAT NAME AS
006940* IT IS, AS IN EMPLOYEE'S D200.
006950 4200-CORRECT-EMPLOYEE-NAME.
006960     MOVE EMPLOYEE-SEGMENT-IO-AREA TO JRN-WS-BEFORE.
006970     IF TRN-EMPLOYEE-LAST-NAME NOT = SPACES
006980        MOVE TRN-EMPLOYEE-LAST-NAME  TO LAST-NAME
006990     END-IF.
007000     IF TRN-EMPLOYEE-FIRST-NAME NOT = SPACES
007010        MOVE TRN-EMPLOYEE-FIRST-NAME TO FIRST-NAME
007020     END-IF.
007030     CALL 'CBLTDLI' USING FUNC-REPL
007040                    EMPLOYEE-DB-PCB-MASK
007050                    EMPLOYEE-SEGMENT-IO-AREA.
007060     IF PCB-STATUS-CODE = SPACES
007070        MOVE 'REPL'    TO JRN-WS-FUNCTION
007080        MOVE 'EMPLSEG' TO JRN-WS-SEGMENT
007090        MOVE EMPLOYEE-SEGMENT-IO-AREA TO JRN-WS-AFTER
007100        PERFORM 4800-HOLD-JOURNAL-RECORD
007110     ELSE
007120        PERFORM 4990-IMS-ERROR
007130     END-IF.
007140*
007150* HIRE - EMPLOYEE'S D300/D350/D360: NO ISRT WHEN THE SSN
007160* ALREADY BELONGS TO ANOTHER EMPLOYEE NUMBER.
007170 4300-HIRE-EMPLOYEE.
007180     MOVE 'N' TO DUP-SSN-FOUND-SW.
007190     PERFORM 4350-CHECK-DUPLICATE-SSN.
007200     IF DUP-SSN-FOUND
007210        SET UPDATE-FAILED TO TRUE
007220        MOVE DUP-SSN-MSG TO FIRST-REASON
007230     ELSE
007240        IF NOT UPDATE-FAILED
007250           PERFORM 4360-INSERT-EMPLOYEE-ROOT
007260        END-IF
007270     END-IF.
007280*
007290 4350-CHECK-DUPLICATE-SSN.
007300     MOVE TRN-EMPLOYEE-SSN TO 230-SEGM-KEY.
007310     CALL 'CBLTDLI' USING FUNC-GU
007320                    EMPLOYEE-DB-PCB-MASK
007330                    DUP-CHECK-IO-AREA
007340                    230-EMPL-SSN-SSA.
007350     EVALUATE PCB-STATUS-CODE
007360       WHEN SPACES
007370         SET DUP-SSN-FOUND TO TRUE
007380         MOVE DUP-EMPLOYEE-NUM TO DUP-SSN-EMPNO
007390       WHEN 'GE'
007400       WHEN 'GB'
007410         CONTINUE
007420       WHEN OTHER
007430         PERFORM 4990-IMS-ERROR
007440     END-EVALUATE.
007450*
007460 4360-INSERT-EMPLOYEE-ROOT.
007470     MOVE TRN-EMPLOYEE-NUM        TO EMPLOYEE-NUM.
007480     MOVE TRN-EMPLOYEE-LAST-NAME  TO LAST-NAME.
007490     MOVE TRN-EMPLOYEE-FIRST-NAME TO FIRST-NAME.
007500     MOVE TRN-EMPLOYEE-SSN        TO EMPLOYEE-SSN.
007510     CALL 'CBLTDLI' USING FUNC-ISRT
007520                    EMPLOYEE-DB-PCB-MASK
007530                    EMPLOYEE-SEGMENT-IO-AREA
007540                    205-EMPLOYEE-UNQUAL-SSA.
007550     IF PCB-STATUS-CODE = SPACES
007560        MOVE 'ISRT'    TO JRN-WS-FUNCTION
007570        MOVE 'EMPLSEG' TO JRN-WS-SEGMENT
007580        MOVE SPACES    TO JRN-WS-BEFORE
007590        MOVE EMPLOYEE-SEGMENT-IO-AREA TO JRN-WS-AFTER
007600        PERFORM 4800-HOLD-JOURNAL-RECORD
007610     ELSE
007620        PERFORM 4990-IMS-ERROR
007630     END-IF.
007640*
007650*-------------------------------------------------------*
007660*  EDUCATION CHILD - INSERT OR UPDATE, AS EMPLOYEE'S    *
007670*  E100/E200                                            *
007680*-------------------------------------------------------*
007690 4400-00-APPLY-EDUCATION.
007700     EVALUATE TRN-EDUC-FUNCTION
007710       WHEN 'INSERT'
007720         PERFORM 4410-INSERT-EDUCATION
007730       WHEN 'UPDATE'
007740         PERFORM 4420-UPDATE-EDUCATION
007750       WHEN OTHER
007760         CONTINUE
007770     END-EVALUATE.
007780*
007790 4410-INSERT-EDUCATION.
007800     MOVE TRN-EDUC-CODE   TO EDUCATION-CODE.
007810     MOVE TRN-EDUC-SCHOOL TO SCHOOL-NAME.
007820     MOVE TRN-EDUC-DEGREE TO SCHOOL-DEGREE.
007830     CALL 'CBLTDLI' USING FUNC-ISRT
007840                    EMPLOYEE-DB-PCB-MASK
007850                    EDUCATION-SEGMENT-IO-AREA
007860                    200-EMPLOYEE-SSA
007870                    215-EDUCATION-UNQUAL-SSA.
007880     IF PCB-STATUS-CODE = SPACES
007890        MOVE 'ISRT'    TO JRN-WS-FUNCTION
007900        MOVE 'EDUCSEG' TO JRN-WS-SEGMENT
007910        MOVE SPACES    TO JRN-WS-BEFORE
007920        MOVE EDUCATION-SEGMENT-IO-AREA TO JRN-WS-AFTER
007930        PERFORM 4800-HOLD-JOURNAL-RECORD
007940     ELSE
007950        PERFORM 4990-IMS-ERROR
007960     END-IF.
007970*
007980 4420-UPDATE-EDUCATION.
007990     MOVE TRN-EDUC-CODE TO 210-SEGM-KEY.
008000     CALL 'CBLTDLI' USING FUNC-GHU
008010                    EMPLOYEE-DB-PCB-MASK
008020                    EDUCATION-SEGMENT-IO-AREA
008030                    200-EMPLOYEE-SSA
008040                    210-EDUCATION-SSA.
008050     EVALUATE PCB-STATUS-CODE
008060       WHEN SPACES
008070         MOVE EDUCATION-SEGMENT-IO-AREA TO JRN-WS-BEFORE
008080         IF TRN-EDUC-SCHOOL NOT = SPACES
008090            MOVE TRN-EDUC-SCHOOL TO SCHOOL-NAME
008100         END-IF
008110         IF TRN-EDUC-DEGREE NOT = SPACES
008120            MOVE TRN-EDUC-DEGREE TO SCHOOL-DEGREE
008130         END-IF
008140         CALL 'CBLTDLI' USING FUNC-REPL
008150                        EMPLOYEE-DB-PCB-MASK
008160                        EDUCATION-SEGMENT-IO-AREA
008170         IF PCB-STATUS-CODE = SPACES
008180            MOVE 'REPL'    TO JRN-WS-FUNCTION
008190            MOVE 'EDUCSEG' TO JRN-WS-SEGMENT
008200            MOVE EDUCATION-SEGMENT-IO-AREA TO JRN-WS-AFTER
008210            PERFORM 4800-HOLD-JOURNAL-RECORD
008220         ELSE
008230            PERFORM 4990-IMS-ERROR
008240         END-IF
008250       WHEN 'GE'
008260         SET UPDATE-FAILED TO TRUE
008270         MOVE 'EDUCATION SEGMENT NOT FOUND FOR UPDATE' TO
008280              FIRST-REASON
008290       WHEN OTHER
008300         PERFORM 4990-IMS-ERROR
008310     END-EVALUATE.
008320*
008330*-------------------------------------------------------*
008340*  DEPENDENT CHILD - INSERT OR UPDATE, AS EMPLOYEE'S    *
008350*  F100/F200                                            *
008360*-------------------------------------------------------*
008370 4500-00-APPLY-DEPENDENT.
008380     EVALUATE TRN-DEPN-FUNCTION
008390       WHEN 'INSERT'
008400         PERFORM 4510-INSERT-DEPENDENT
008410       WHEN 'UPDATE'
008420         PERFORM 4520-UPDATE-DEPENDENT
008430       WHEN OTHER
008440         CONTINUE
008450     END-EVALUATE.
008460*
008470 4510-INSERT-DEPENDENT.
008480     MOVE TRN-DEPN-CODE     TO DEPENDENT-CODE.
008490     MOVE TRN-DEPN-NAME     TO DEPENDENT-NAME.
008500     MOVE TRN-DEPN-RELATION TO DEPENDENT-RELATION.
008510     MOVE TRN-DEPN-SSN      TO DEPENDENT-SSN.
008520     MOVE TRN-DEPN-BIRTHDT  TO DEPENDENT-BIRTHDT.
008530     CALL 'CBLTDLI' USING FUNC-ISRT
008540                    EMPLOYEE-DB-PCB-MASK
008550                    DEPENDENT-SEGMENT-IO-AREA
008560                    200-EMPLOYEE-SSA
008570                    225-DEPENDENT-UNQUAL-SSA.
008580     IF PCB-STATUS-CODE = SPACES
008590        MOVE 'ISRT'    TO JRN-WS-FUNCTION
008600        MOVE 'DEPNSEG' TO JRN-WS-SEGMENT
008610        MOVE SPACES    TO JRN-WS-BEFORE
008620        MOVE DEPENDENT-SEGMENT-IO-AREA TO JRN-WS-AFTER
008630        PERFORM 4800-HOLD-JOURNAL-RECORD
008640     ELSE
008650        PERFORM 4990-IMS-ERROR
008660     END-IF.
008670*
008680 4520-UPDATE-DEPENDENT.
008690     MOVE TRN-DEPN-CODE TO 220-SEGM-KEY.
008700     CALL 'CBLTDLI' USING FUNC-GHU
008710                    EMPLOYEE-DB-PCB-MASK
008720                    DEPENDENT-SEGMENT-IO-AREA
008730                    200-EMPLOYEE-SSA
008740                    220-DEPENDENT-SSA.
008750     EVALUATE PCB-STATUS-CODE
008760       WHEN SPACES
008770         MOVE DEPENDENT-SEGMENT-IO-AREA TO JRN-WS-BEFORE
008780         IF TRN-DEPN-NAME NOT = SPACES
008790            MOVE TRN-DEPN-NAME TO DEPENDENT-NAME
008800         END-IF
008810         IF TRN-DEPN-RELATION NOT = SPACES
008820            MOVE TRN-DEPN-RELATION TO DEPENDENT-RELATION
008830         END-IF
008840         IF TRN-DEPN-SSN NOT = SPACES
008850            MOVE TRN-DEPN-SSN TO DEPENDENT-SSN
008860         END-IF
008870         IF TRN-DEPN-BIRTHDT NOT = SPACES
008880            MOVE TRN-DEPN-BIRTHDT TO DEPENDENT-BIRTHDT
008890         END-IF
008900         CALL 'CBLTDLI' USING FUNC-REPL
008910                        EMPLOYEE-DB-PCB-MASK
008920                        DEPENDENT-SEGMENT-IO-AREA
008930         IF PCB-STATUS-CODE = SPACES
008940            MOVE 'REPL'    TO JRN-WS-FUNCTION
008950            MOVE 'DEPNSEG' TO JRN-WS-SEGMENT
008960            MOVE DEPENDENT-SEGMENT-IO-AREA TO JRN-WS-AFTER
008970            PERFORM 4800-HOLD-JOURNAL-RECORD
008980         ELSE
008990            PERFORM 4990-IMS-ERROR
009000         END-IF
009010       WHEN 'GE'
009020         SET UPDATE-FAILED TO TRUE
009030         MOVE 'DEPENDENT SEGMENT NOT FOUND FOR UPDATE' TO
009040              FIRST-REASON
009050       WHEN OTHER
009060         PERFORM 4990-IMS-ERROR
009070     END-EVALUATE.
009080*
009090*-------------------------------------------------------*
009100*  JOURNAL - EACH CHANGE IS HELD AS IT IS MADE AND ONLY  *
009110*  WRITTEN TO THE EJRN QUEUE ONCE THE WHOLE SCREEN HAS   *
009120*  WORKED, SO A ROLLED-BACK SCREEN NEVER JOURNALS        *
009130*-------------------------------------------------------*
009140 4800-HOLD-JOURNAL-RECORD.
009150     MOVE TRN-EMPLOYEE-NUM TO JRN-WS-EMPNO.
009160     ADD 1 TO JRN-HELD-COUNT.
009170     MOVE JRN-STAGING-AREA TO JRN-HELD-ENTRY (JRN-HELD-COUNT).
009180*
009190 4900-WRITE-HELD-JOURNAL.
009200     EXEC CICS ASKTIME ABSTIME(ABS-TIME)
009210     END-EXEC.
009220     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
009230                          YYYYMMDD(JRN-DATE)
009240                          TIME(JRN-TIME-HHMMSS)
009250     END-EXEC.
009260     MOVE ZERO TO JRN-HELD-SUB.
009270     PERFORM 4910-WRITE-ONE-JOURNAL-RECORD
009280       UNTIL JRN-HELD-SUB >= JRN-HELD-COUNT.
009290*
009300* THE 800-JOURNAL-FILE-REC LAYOUT, BUILT AS EMPLOYEE'S U300
009310* BUILDS IT; THE TIME CARRIES ZERO HUNDREDTHS.
009320 4910-WRITE-ONE-JOURNAL-RECORD.
009330     ADD 1 TO JRN-HELD-SUB.
009340     MOVE JRN-HELD-ENTRY (JRN-HELD-SUB) TO JRN-STAGING-AREA.
009350     MOVE JRN-WS-EMPNO    TO JRN-EMPLOYEE-NUM.
009360     MOVE JRN-WS-FUNCTION TO JRN-FUNCTION.
009370     MOVE JRN-WS-SEGMENT  TO JRN-SEGMENT.
009380     STRING JRN-TIME-HHMMSS '00' DELIMITED BY SIZE
009390       INTO JRN-TIME
009400     END-STRING.
009410     MOVE JRN-WS-BEFORE   TO JRN-BEFORE-IMAGE.
009420     MOVE JRN-WS-AFTER    TO JRN-AFTER-IMAGE.
009430     EXEC CICS WRITEQ TD QUEUE('EJRN')
009440                         FROM(JOURNAL-RECORD)
009450                         LENGTH(JRN-RECORD-LEN)
009460     END-EXEC.
009470*
009480 4990-IMS-ERROR.
009490     SET UPDATE-FAILED TO TRUE.
009500     MOVE PCB-STATUS-CODE TO IMS-ERROR-STATUS.
009510     MOVE PCB-SEG-NAME    TO IMS-ERROR-SEGMENT.
009520     MOVE IMS-ERROR-MESSAGE TO FIRST-REASON.
009530*
009540*-------------------------------------------------------*
009550*  CICS-DL/I PSB SCHEDULING, TERMINATION AND BACKOUT    *
009560*-------------------------------------------------------*
009570 5000-SCHEDULE-PSB.
009580     MOVE 'N' TO PSB-SCHEDULED-SW.
009590     CALL 'CBLTDLI' USING FUNC-PCB
009600                    PSB-NAME
009610                    UIB-PTR.
009620     SET ADDRESS OF DLIUIB TO UIB-PTR.
009630     IF UIBFCTR = LOW-VALUE
009640        SET ADDRESS OF UIB-PCB-ADDRESSES TO UIBPCBAL
009650        SET ADDRESS OF EMPLOYEE-DB-PCB-MASK TO UIB-PCB-PTR
009660        SET PSB-SCHEDULED TO TRUE
009670     END-IF.
009680*
009690* TERM IS THE SYNC POINT THAT COMMITS THE SCREEN'S CHANGES.
009700 5100-TERMINATE-PSB.
009710     CALL 'CBLTDLI' USING FUNC-TERM.
009720*
009730* A FAILURE PART WAY THROUGH BACKS OUT WHATEVER OF THE SCREEN
009740* WAS ALREADY APPLIED - THE ROLLBACK ALSO RELEASES THE PSB.
009750 5200-ROLLBACK-UPDATES.
009760     EXEC CICS SYNCPOINT ROLLBACK
009770     END-EXEC.
009780*
009790 2000-10-SEND.
009800*
009810     EVALUATE TRUE
009820     WHEN SEND-IND-ERASE
009830       EXEC CICS SEND MAP('TMAP05')
009840         MAPSET('TMAPSET')
009850         FROM (TMAP050)
009860         ERASE
009870       END-EXEC
009880     WHEN SEND-IND-DATAO
009890       EXEC CICS SEND MAP('TMAP05')
009900         MAPSET('TMAPSET')
009910         FROM (TMAP050)
009920         DATAONLY
009930       END-EXEC
009940     WHEN SEND-IND-ALARM
009950       EXEC CICS SEND MAP('TMAP05')
009960         MAPSET('TMAPSET')
009970         FROM (TMAP050)
009980         DATAONLY
009990         ALARM
010000       END-EXEC
010010     END-EVALUATE.
