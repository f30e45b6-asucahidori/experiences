000800*                   RECORD TO THE REJECT FILE AS A DUPLICATE-SSN
000810*                   EXCEPTION, NAMING THE EMPLOYEE NUMBER THAT
000820*                   ALREADY CARRIES THE SSN.
000822* 2026-10-15  RGM   END-OF-RUN TOTALS ARE ALSO APPENDED TO THE
000824*                   STREAM'S CTLTOTS DATASET FOR CTLBAL, WITH A
000826*                   NEW COUNT OF JOURNAL ENTRIES WRITTEN AND THE
000828*                   RESTART SKIP COUNT, SO THE EDIT'S CLEAN
000829*                   COUNT AND THE JOURNAL CAN BE TIED OUT.
000830* 2026-10-15  RGM   ADD THE DATED ASSIGNMENT SEGMENT (ASGNSEG,
000831*                   CHILD OF EMPLSEG KEYED ON EFFECTIVE DATE,
000832*                   CARRYING DEPARTMENT AND JOB) WITH ISRT/REPL/
000833*                   DLET THE SAME SHAPE AS THE DEPENDENT SEGMENT -
000834*                   SEE G000-PROCESS-ASSIGNMENT-SEGMENT. A
000835*                   TRANSFER IS A NEW DATED SEGMENT, NOT A REPL
000836*                   OF THE OLD ONE, SO THE HISTORY IS KEPT. THE
000837*                   INPUT RECORD GROWS FROM 108 TO 135 BYTES FOR
000838*                   THE FOUR NEW 400-ASGN- FIELDS.
000839*
000840 ENVIRONMENT                     DIVISION.
000850 INPUT-OUTPUT                    SECTION.
000860 FILE-CONTROL.
000890     SELECT 800-JOURNAL-FILE     ASSIGN TO UT-S-JOURNL.
000900     SELECT 850-CKPT-FILE        ASSIGN TO UT-S-CHKPT
000910         FILE STATUS IS 850-CKPT-FILE-STATUS.
000915     SELECT 950-CTLTOT-FILE      ASSIGN TO UT-S-CTLTOTS.
000920*
000930 DATA                            DIVISION.
000940*
000990     LABEL RECORDS ARE STANDARD
001000     BLOCK CONTAINS 0 RECORDS.
001010*
001020 01 100-INPUT-FILE-REC           PIC X(135).
001030*
001040* REJECTED/ERROR TRANSACTIONS - WRITTEN INSTEAD OF ONLY DISPLAYED.
001050 FD  700-REJECT-FILE
001340*
001350 01 850-CKPT-FILE-REC.
001360     05 850-CKPT-REC-COUNT       PIC 9(07).
001362*
001364* THE STREAM'S CONTROL TOTALS, ONE RECORD PER TOTAL, APPENDED
001366* AT END OF RUN - MUST STAY IN STEP WITH CTLBAL'S LAYOUT.
001368 FD  950-CTLTOT-FILE
001370     RECORDING MODE IS F
001372     LABEL RECORDS ARE STANDARD
001374     BLOCK CONTAINS 0 RECORDS.
001375*
001376 01 950-CTLTOT-FILE-REC.
001377     05 950-CTL-PROGRAM          PIC X(08).
001378     05 950-CTL-TOTAL-NAME       PIC X(20).
001379     05 950-CTL-RUN-DATE         PIC X(08).
001380     05 950-CTL-RUN-TIME         PIC X(08).
001381     05 950-CTL-VALUE            PIC 9(09).
001382     05 FILLER                   PIC X(27).
001384*
001386 WORKING-STORAGE                 SECTION.
001390*------------------------------------------------------------
001400** WORK STORAGE SECTION
001410*------------------------------------------------------------
002150* THE CURRENTLY POSITIONED EMPLOYEE.
002160*
002170 01 225-DEPENDENT-UNQUAL-SSA PIC X(08)  VALUE 'DEPNSEG '.
002172*
002174* QUALIFIED SSA FOR ASSIGNMENT SEGMENT - GHU BY EFFECTIVE DATE
002176* (YYYYMMDD). ONE SEGMENT PER DATED DEPARTMENT/JOB ASSIGNMENT,
002178* SO A TRANSFER ADDS A SEGMENT RATHER THAN REPLACING ONE.
002180*
002182 01 240-ASSIGNMENT-SSA.
002184    05 240-SEGM-NAME       PIC X(08)  VALUE 'ASGNSEG'.
002186    05                     PIC X(01)  VALUE '*'.
002188    05 240-COMMAND-CODE1   PIC X(01)  VALUE '-'.
002190    05 240-COMMAND-CODE2   PIC X(01)  VALUE '-'.
002192    05 240-BEGIN-LP        PIC X(01)  VALUE '('.
002194    05 240-SEGM-KEYNM      PIC X(05)  VALUE 'FJKEY'.
002196    05 240-REL-OPER        PIC X(01)  VALUE '='.
002198    05 240-SEGM-KEY        PIC X(08)  VALUE SPACES.
002200    05 240-END-RP          PIC X(01)  VALUE ')'.
002202*
002204* UNQUALIFIED SSA FOR ASSIGNMENT SEGMENT - ISRT OF A NEW DATED
002206* ASSIGNMENT UNDER THE CURRENTLY POSITIONED EMPLOYEE.
002208*
002210 01 245-ASSIGNMENT-UNQUAL-SSA PIC X(08) VALUE 'ASGNSEG '.
002212*
002214* QUALIFIED SSA FOR EMPLOYEE ROOT SEGMENT BY SSN - GU ON THE
002216* FRSSN SEARCH FIELD, USED BY THE DUPLICATE-SSN CHECK AHEAD OF
002218* A NEW-HIRE ISRT.
002220*
002230 01 230-EMPL-SSN-SSA.
002240    05 230-SEGM-NAME       PIC X(08)  VALUE 'EMPLSEG'.
002490       10 DEPENDENT-RELATION PIC X(01) VALUE SPACES.
002500       10 DEPENDENT-SSN      PIC X(09) VALUE SPACES.
002510       10 DEPENDENT-BIRTHDT  PIC X(08) VALUE SPACES.
002512    05 ASSIGNMENT-SEGMENT-IO-AREA.
002514       10 ASSIGN-EFF-DATE    PIC X(08) VALUE SPACES.
002516       10 ASSIGN-DEPT        PIC X(03) VALUE SPACES.
002518       10 ASSIGN-JOB         PIC X(08) VALUE SPACES.
002520*
002530* INPUT FILE HOLD AREA
002540*
002690    05 400-DEPN-RELATION        PIC X(01)  VALUE SPACES.
002700    05 400-DEPN-SSN             PIC X(09)  VALUE SPACES.
002710    05 400-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
002712    05 400-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
002714    05 400-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
002716    05 400-ASGN-DEPT            PIC X(03)  VALUE SPACES.
002718    05 400-ASGN-JOB             PIC X(08)  VALUE SPACES.
002720*
002730 01 500-HOLD-AREA.
002740    05 500-END-OF-FILE          PIC X(01)  VALUE 'N'.
003250    05 900-DEPN-INSERTED        PIC S9(07) COMP VALUE ZERO.
003260    05 900-DEPN-UPDATED         PIC S9(07) COMP VALUE ZERO.
003270    05 900-DEPN-DELETED         PIC S9(07) COMP VALUE ZERO.
003272    05 900-ASGN-INSERTED        PIC S9(07) COMP VALUE ZERO.
003274    05 900-ASGN-UPDATED         PIC S9(07) COMP VALUE ZERO.
003276    05 900-ASGN-DELETED         PIC S9(07) COMP VALUE ZERO.
003280    05 900-RECORDS-REJECTED     PIC S9(07) COMP VALUE ZERO.
003290    05 900-DUP-SSN-REJECTS      PIC S9(07) COMP VALUE ZERO.
003295    05 900-JOURNAL-WRITTEN      PIC S9(07) COMP VALUE ZERO.
003300*
003310* STAGING AREA BUILT BY EACH SUCCESSFUL ISRT/REPL/DLET JUST
003320* AHEAD OF PERFORM U300-WRITE-JOURNAL-RECORD.
003950     MOVE ZERO TO 850-CKPT-TOTAL-DONE.
003960     PERFORM B300-WRITE-CKPT-FILE.
003970     PERFORM U900-WRITE-CONTROL-TOTALS.
003975     PERFORM U950-WRITE-CTLTOT-FILE.
003980     CLOSE 100-INPUT-FILE
003990           700-REJECT-FILE
004000           800-JOURNAL-FILE.
006000            IF 500-SKIP-EDUCATION NOT = 'Y'
006010               PERFORM E000-PROCESS-EDUCATION-SEGMENT
006020               PERFORM F000-PROCESS-DEPENDENT-SEGMENT
006025               PERFORM G000-PROCESS-ASSIGNMENT-SEGMENT
006030            END-IF
006040       WHEN 'GE'
006050            DISPLAY 'EMPLOYEE NOT FOUND FOR ' 400-EMPLOYEE-NUM
007240           PERFORM U300-WRITE-JOURNAL-RECORD
007250           PERFORM E000-PROCESS-EDUCATION-SEGMENT
007260           PERFORM F000-PROCESS-DEPENDENT-SEGMENT
007265           PERFORM G000-PROCESS-ASSIGNMENT-SEGMENT
007270        WHEN OTHER
007280           PERFORM C075-INQUIRY-ERROR
007290     END-EVALUATE
009830         PERFORM U200-WRITE-REJECT-RECORD
009840     END-EVALUATE
009850     .
009852*
009854*------------------------------------------------------------
009856*** ASSIGNMENT SEGMENT MAINTENANCE (DATED DEPARTMENT/JOB) - THE
009858*** SAME ISRT/REPL/DLET SHAPE AS DEPENDENT SEGMENT MAINTENANCE.
009860*** A TRANSFER IS AN INSERT WITH A NEW EFFECTIVE DATE; UPDATE
009862*** AND DELETE ARE FOR CORRECTING A MIS-KEYED ASSIGNMENT.
009864*------------------------------------------------------------
009866*
009868 G000-PROCESS-ASSIGNMENT-SEGMENT.
009870     EVALUATE 400-ASGN-FUNCTION
009872       WHEN 'INSERT'
009874         PERFORM G100-INSERT-ASSIGNMENT-SEGMENT
009876       WHEN 'UPDATE'
009878         PERFORM G200-UPDATE-ASSIGNMENT-SEGMENT
009880       WHEN 'DELETE'
009882         PERFORM G300-DELETE-ASSIGNMENT-SEGMENT
009884       WHEN SPACES
009886         CONTINUE
009888       WHEN OTHER
009890         DISPLAY 'INVALID 400-ASGN-FUNCTION'
009892         MOVE 'INVALID 400-ASGN-FUNCTION' TO
009894               700-REJECT-REASON-WS
009896         PERFORM U200-WRITE-REJECT-RECORD
009898     END-EVALUATE
009900     .
009902*
009904 G100-INSERT-ASSIGNMENT-SEGMENT.
009906     MOVE 400-ASGN-EFF-DATE TO ASSIGN-EFF-DATE
009908     MOVE 400-ASGN-DEPT     TO ASSIGN-DEPT
009910     MOVE 400-ASGN-JOB      TO ASSIGN-JOB
009912     CALL 'CBLTDLI' USING FUNC-ISRT
009914                    EMPLOYEE-DB-PCB-MASK
009916                    ASSIGNMENT-SEGMENT-IO-AREA
009918                    200-EMPLOYEE-SSA
009920                    245-ASSIGNMENT-UNQUAL-SSA
009922     EVALUATE PCB-STATUS-CODE
009924       WHEN SPACES
009926         DISPLAY 'ASSIGNMENT SEGMENT INSERTED FOR '
009928         400-EMPLOYEE-NUM
009930         ADD 1 TO 900-ASGN-INSERTED
009932         MOVE 400-EMPLOYEE-NUM           TO JRN-WS-EMPNO
009934         MOVE 'ISRT'                     TO JRN-WS-FUNCTION
009936         MOVE 'ASGNSEG'                  TO JRN-WS-SEGMENT
009938         MOVE SPACES                     TO JRN-WS-BEFORE
009940         MOVE ASSIGNMENT-SEGMENT-IO-AREA TO JRN-WS-AFTER
009942         PERFORM U300-WRITE-JOURNAL-RECORD
009944       WHEN 'II'
009946         DISPLAY 'ASSIGNMENT ALREADY ON FILE FOR '
009948         400-EMPLOYEE-NUM ' EFFECTIVE ' 400-ASGN-EFF-DATE
009950         MOVE 'ASSIGNMENT ALREADY EXISTS FOR DATE' TO
009952               700-REJECT-REASON-WS
009954         PERFORM U200-WRITE-REJECT-RECORD
009956       WHEN OTHER
009958         PERFORM C075-INQUIRY-ERROR
009960     END-EVALUATE
009962     .
009964*
009966 G200-UPDATE-ASSIGNMENT-SEGMENT.
009968     MOVE 400-ASGN-EFF-DATE TO 240-SEGM-KEY
009970     CALL 'CBLTDLI' USING FUNC-GHU
009972                    EMPLOYEE-DB-PCB-MASK
009974                    ASSIGNMENT-SEGMENT-IO-AREA
009976                    200-EMPLOYEE-SSA
009978                    240-ASSIGNMENT-SSA
009980     EVALUATE PCB-STATUS-CODE
009982       WHEN SPACES
009984         MOVE ASSIGNMENT-SEGMENT-IO-AREA TO JRN-WS-BEFORE
009986         IF 400-ASGN-DEPT NOT = SPACES
009988            MOVE 400-ASGN-DEPT TO ASSIGN-DEPT
009990         END-IF
009992         IF 400-ASGN-JOB NOT = SPACES
009994            MOVE 400-ASGN-JOB TO ASSIGN-JOB
009996         END-IF
009998         CALL 'CBLTDLI' USING FUNC-REPL
010000                        EMPLOYEE-DB-PCB-MASK
010002                        ASSIGNMENT-SEGMENT-IO-AREA
010004         EVALUATE PCB-STATUS-CODE
010006           WHEN SPACES
010008             DISPLAY 'ASSIGNMENT SEGMENT UPDATED FOR '
010010             400-EMPLOYEE-NUM
010012             ADD 1 TO 900-ASGN-UPDATED
010014             MOVE 400-EMPLOYEE-NUM           TO JRN-WS-EMPNO
010016             MOVE 'REPL'                     TO JRN-WS-FUNCTION
010018             MOVE 'ASGNSEG'                  TO JRN-WS-SEGMENT
010020             MOVE ASSIGNMENT-SEGMENT-IO-AREA TO JRN-WS-AFTER
010022             PERFORM U300-WRITE-JOURNAL-RECORD
010024           WHEN OTHER
010026             PERFORM C075-INQUIRY-ERROR
010028         END-EVALUATE
010030       WHEN OTHER
010032         DISPLAY 'ASSIGNMENT SEGMENT NOT FOUND FOR '
010034         400-EMPLOYEE-NUM
010036         MOVE 'ASSIGNMENT SEGMENT NOT FOUND FOR UPDATE' TO
010038               700-REJECT-REASON-WS
010040         PERFORM U200-WRITE-REJECT-RECORD
010042     END-EVALUATE
010044     .
010046*
010048 G300-DELETE-ASSIGNMENT-SEGMENT.
010050     MOVE 400-ASGN-EFF-DATE TO 240-SEGM-KEY
010052     CALL 'CBLTDLI' USING FUNC-GHU
010054                    EMPLOYEE-DB-PCB-MASK
010056                    ASSIGNMENT-SEGMENT-IO-AREA
010058                    200-EMPLOYEE-SSA
010060                    240-ASSIGNMENT-SSA
010062     EVALUATE PCB-STATUS-CODE
010064       WHEN SPACES
010066         MOVE ASSIGNMENT-SEGMENT-IO-AREA TO JRN-WS-BEFORE
010068         CALL 'CBLTDLI' USING FUNC-DLET
010070                        EMPLOYEE-DB-PCB-MASK
010072                        ASSIGNMENT-SEGMENT-IO-AREA
010074         EVALUATE PCB-STATUS-CODE
010076           WHEN SPACES
010078             DISPLAY 'ASSIGNMENT SEGMENT DELETED FOR '
010080             400-EMPLOYEE-NUM
010082             ADD 1 TO 900-ASGN-DELETED
010084             MOVE 400-EMPLOYEE-NUM TO JRN-WS-EMPNO
010086             MOVE 'DLET'           TO JRN-WS-FUNCTION
010088             MOVE 'ASGNSEG'        TO JRN-WS-SEGMENT
010090             MOVE SPACES           TO JRN-WS-AFTER
010092             PERFORM U300-WRITE-JOURNAL-RECORD
010094           WHEN OTHER
010096             PERFORM C075-INQUIRY-ERROR
010098         END-EVALUATE
010100       WHEN OTHER
010102         DISPLAY 'ASSIGNMENT SEGMENT NOT FOUND FOR '
010104         400-EMPLOYEE-NUM
010106         MOVE 'ASSIGNMENT SEGMENT NOT FOUND FOR DELETE' TO
010108               700-REJECT-REASON-WS
010110         PERFORM U200-WRITE-REJECT-RECORD
010112     END-EVALUATE
010114     .
010116*
010118*------------------------------------------------------------
010120*** READ INPUT FILE
010121*------------------------------------------------------------
010122 U100-READ-INPUT-FILE.
010123     READ 100-INPUT-FILE INTO 400-INPUT-FILE-AREA
010124       AT END MOVE 'Y' TO 500-END-OF-FILE
010125     NOT AT END
010126       ADD 1 TO 900-RECORDS-READ
010127     END-READ.
010128*
010129*------------------------------------------------------------
010130*** WRITE REJECT RECORD
010131*------------------------------------------------------------
010132 U200-WRITE-REJECT-RECORD.
010133     MOVE SPACES              TO 700-REJECT-LINE.
010134     MOVE 400-EMPLOYEE-NUM    TO 700-REJECT-EMPLOYEE-NUM.
010135     MOVE 400-DATABASE-FUNCTION TO 700-REJECT-FUNCTION.
010136     MOVE PCB-STATUS-CODE     TO 700-REJECT-STATUS.
010137     MOVE PCB-SEG-NAME        TO 700-REJECT-SEG-NAME.
010138     MOVE 700-REJECT-REASON-WS TO 700-REJECT-REASON.
010139     MOVE 700-REJECT-LINE     TO 700-REJECT-FILE-REC.
010140     WRITE 700-REJECT-FILE-REC.
010141     ADD 1 TO 900-RECORDS-REJECTED
010142     .
010143*
010144*------------------------------------------------------------
010145*** WRITE JOURNAL RECORD - ONE LINE PER SUCCESSFUL ISRT/REPL/DLET,
010146*** STAGED BY THE CALLER INTO JRN-STAGING-AREA JUST BEFORE THE
010150*** PERFORM.
010160*------------------------------------------------------------
010170 U300-WRITE-JOURNAL-RECORD.
010220     ACCEPT JRN-TIME FROM TIME.
010230     MOVE JRN-WS-BEFORE   TO JRN-BEFORE-IMAGE.
010240     MOVE JRN-WS-AFTER    TO JRN-AFTER-IMAGE.
010250     WRITE 800-JOURNAL-FILE-REC.
010255     ADD 1 TO 900-JOURNAL-WRITTEN
010260     .
010270*
010280*------------------------------------------------------------
010410     DISPLAY '  DEPENDENTS INSERTED  = ' 900-DEPN-INSERTED.
010420     DISPLAY '  DEPENDENTS UPDATED   = ' 900-DEPN-UPDATED.
010430     DISPLAY '  DEPENDENTS DELETED   = ' 900-DEPN-DELETED.
010432     DISPLAY '  ASSIGNMENTS INSERTED = ' 900-ASGN-INSERTED.
010434     DISPLAY '  ASSIGNMENTS UPDATED  = ' 900-ASGN-UPDATED.
010436     DISPLAY '  ASSIGNMENTS DELETED  = ' 900-ASGN-DELETED.
010440     DISPLAY '  RECORDS REJECTED     = ' 900-RECORDS-REJECTED.
010450     DISPLAY '  DUPLICATE SSN REJECTS= ' 900-DUP-SSN-REJECTS.
010455     DISPLAY '  JOURNAL ENTRIES      = ' 900-JOURNAL-WRITTEN
010460     .
010470*
010480*------------------------------------------------------------
010490*** THE SAME TOTALS TO THE STREAM'S CTLTOTS DATASET FOR CTLBAL.
010500*** RESTART-SKIPPED IS THE INPUT PASSED OVER ON A RESTART, SO
010510*** RECORDS-READ PLUS RESTART-SKIPPED IS THE WHOLE CLEAN FILE.
010520*------------------------------------------------------------
010530 U950-WRITE-CTLTOT-FILE.
010540     OPEN EXTEND 950-CTLTOT-FILE.
010550     MOVE SPACES     TO 950-CTLTOT-FILE-REC.
010560     MOVE 'EMPLOYEE' TO 950-CTL-PROGRAM.
010570     ACCEPT 950-CTL-RUN-DATE FROM DATE YYYYMMDD.
010580     ACCEPT 950-CTL-RUN-TIME FROM TIME.
010590     MOVE 'RECORDS-READ'         TO 950-CTL-TOTAL-NAME.
010600     MOVE 900-RECORDS-READ       TO 950-CTL-VALUE.
010610     WRITE 950-CTLTOT-FILE-REC.
010620     MOVE 'RESTART-SKIPPED'      TO 950-CTL-TOTAL-NAME.
010630     MOVE 850-CKPT-RESTART-COUNT TO 950-CTL-VALUE.
010640     WRITE 950-CTLTOT-FILE-REC.
010650     MOVE 'INQUIRIES-DONE'       TO 950-CTL-TOTAL-NAME.
010660     MOVE 900-INQUIRIES-DONE     TO 950-CTL-VALUE.
010670     WRITE 950-CTLTOT-FILE-REC.
010680     MOVE 'EMPL-INSERTED'        TO 950-CTL-TOTAL-NAME.
010690     MOVE 900-EMPLOYEES-INSERTED TO 950-CTL-VALUE.
010700     WRITE 950-CTLTOT-FILE-REC.
010710     MOVE 'EMPL-UPDATED'         TO 950-CTL-TOTAL-NAME.
010720     MOVE 900-EMPLOYEES-UPDATED  TO 950-CTL-VALUE.
010730     WRITE 950-CTLTOT-FILE-REC.
010740     MOVE 'EMPL-DELETED'         TO 950-CTL-TOTAL-NAME.
010750     MOVE 900-EMPLOYEES-DELETED  TO 950-CTL-VALUE.
010760     WRITE 950-CTLTOT-FILE-REC.
010770     MOVE 'EDUC-INSERTED'        TO 950-CTL-TOTAL-NAME.
010780     MOVE 900-EDUC-INSERTED      TO 950-CTL-VALUE.
010790     WRITE 950-CTLTOT-FILE-REC.
010800     MOVE 'EDUC-UPDATED'         TO 950-CTL-TOTAL-NAME.
010810     MOVE 900-EDUC-UPDATED       TO 950-CTL-VALUE.
010820     WRITE 950-CTLTOT-FILE-REC.
010830     MOVE 'EDUC-DELETED'         TO 950-CTL-TOTAL-NAME.
010840     MOVE 900-EDUC-DELETED       TO 950-CTL-VALUE.
010850     WRITE 950-CTLTOT-FILE-REC.
010860     MOVE 'DEPN-INSERTED'        TO 950-CTL-TOTAL-NAME.
010870     MOVE 900-DEPN-INSERTED      TO 950-CTL-VALUE.
010880     WRITE 950-CTLTOT-FILE-REC.
010890     MOVE 'DEPN-UPDATED'         TO 950-CTL-TOTAL-NAME.
010900     MOVE 900-DEPN-UPDATED       TO 950-CTL-VALUE.
010910     WRITE 950-CTLTOT-FILE-REC.
010920     MOVE 'DEPN-DELETED'         TO 950-CTL-TOTAL-NAME.
010930     MOVE 900-DEPN-DELETED       TO 950-CTL-VALUE.
010940     WRITE 950-CTLTOT-FILE-REC.
010942     MOVE 'ASGN-INSERTED'        TO 950-CTL-TOTAL-NAME.
010944     MOVE 900-ASGN-INSERTED      TO 950-CTL-VALUE.
010946     WRITE 950-CTLTOT-FILE-REC.
010948     MOVE 'ASGN-UPDATED'         TO 950-CTL-TOTAL-NAME.
010950     MOVE 900-ASGN-UPDATED       TO 950-CTL-VALUE.
010952     WRITE 950-CTLTOT-FILE-REC.
010954     MOVE 'ASGN-DELETED'         TO 950-CTL-TOTAL-NAME.
010956     MOVE 900-ASGN-DELETED       TO 950-CTL-VALUE.
010958     WRITE 950-CTLTOT-FILE-REC.
010960     MOVE 'RECORDS-REJECTED'     TO 950-CTL-TOTAL-NAME.
010965     MOVE 900-RECORDS-REJECTED   TO 950-CTL-VALUE.
010970     WRITE 950-CTLTOT-FILE-REC.
010980     MOVE 'JOURNAL-WRITTEN'      TO 950-CTL-TOTAL-NAME.
010990     MOVE 900-JOURNAL-WRITTEN    TO 950-CTL-VALUE.
011000     WRITE 950-CTLTOT-FILE-REC.
011010     CLOSE 950-CTLTOT-FILE
011020     .
