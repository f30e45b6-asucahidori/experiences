000010*********************************************************
000020* C O B O L - D B 2
000030* FRONT-END EDIT PASS FOR THE EMPLOYEE TRANSACTION FILE -
000040* VALIDATES EVERY FIELD BEFORE IMS IS TOUCHED AND SPLITS
000050* THE INPUT INTO A CLEAN FILE FOR EMPLOYEE AND AN ERROR
000280*                   THE FIRST FAILING EDIT'S REASON ON EACH
000290*                   RECORD, SO DATA ENTRY CAN FIX AND RESUBMIT
000300*                   THE SAME DAY.
000302* 2026-10-15  RGM   END-OF-RUN TOTALS ARE ALSO APPENDED TO THE
000304*                   STREAM'S CTLTOTS DATASET SO CTLBAL CAN TIE
000306*                   THE CLEAN COUNT OUT AGAINST EMPLOYEE'S
000308*                   RECORDS READ.
000309* 2026-10-15  RGM   EDIT THE NEW DATED ASSIGNMENT FIELDS (400-
000310*                   ASGN-) - FUNCTION WORD, REQUIRED FIELDS PER
000311*                   FUNCTION, REAL EFFECTIVE DATE, AND THE
000312*                   DEPARTMENT MUST BE ON DSN8810.DEPT. RECORDS
000313*                   GROW FROM 108 TO 135 BYTES.
000314*
000320 ENVIRONMENT                     DIVISION.
000330 INPUT-OUTPUT                    SECTION.
000340 FILE-CONTROL.
000350     SELECT 100-INPUT-FILE       ASSIGN TO UT-S-INPUT.
000360     SELECT 200-CLEAN-FILE       ASSIGN TO UT-S-CLEAN.
000370     SELECT 700-ERROR-FILE       ASSIGN TO UT-S-EDITERR.
000375     SELECT 950-CTLTOT-FILE      ASSIGN TO UT-S-CTLTOTS.
000380*
000390 DATA                            DIVISION.
000400*
000450     LABEL RECORDS ARE STANDARD
000460     BLOCK CONTAINS 0 RECORDS.
000470*
000480 01 100-INPUT-FILE-REC           PIC X(135).
000490*
000500* RECORDS THAT PASSED EVERY EDIT - THE FILE EMPLOYEE RUNS ON.
000510 FD  200-CLEAN-FILE
000530     LABEL RECORDS ARE STANDARD
000540     BLOCK CONTAINS 0 RECORDS.
000550*
000560 01 200-CLEAN-FILE-REC           PIC X(135).
000570*
000580* RECORDS THAT FAILED AN EDIT - THE ORIGINAL 135 BYTES PLUS
000590* THE FIRST FAILING EDIT'S REASON, FOR SAME-DAY CORRECTION.
000600 FD  700-ERROR-FILE
000610     RECORDING MODE IS F
000630     BLOCK CONTAINS 0 RECORDS.
000640*
000650 01 700-ERROR-FILE-REC.
000660     05 700-ERROR-RECORD-IMAGE   PIC X(135).
000670     05 700-ERROR-REASON         PIC X(40).
000672*
000674* THE STREAM'S CONTROL TOTALS, ONE RECORD PER TOTAL, APPENDED
000676* AT END OF RUN - MUST STAY IN STEP WITH CTLBAL'S LAYOUT.
000678 FD  950-CTLTOT-FILE
000680     RECORDING MODE IS F
000682     LABEL RECORDS ARE STANDARD
000684     BLOCK CONTAINS 0 RECORDS.
000686*
000688 01 950-CTLTOT-FILE-REC.
000690     05 950-CTL-PROGRAM          PIC X(08).
000692     05 950-CTL-TOTAL-NAME       PIC X(20).
000694     05 950-CTL-RUN-DATE         PIC X(08).
000696     05 950-CTL-RUN-TIME         PIC X(08).
000697     05 950-CTL-VALUE            PIC 9(09).
000698     05 FILLER                   PIC X(27).
000699*
000702 WORKING-STORAGE                 SECTION.
000705*
000710* INPUT FILE HOLD AREA - MUST STAY IN STEP WITH EMPLOYEE'S
000720* 400-INPUT-FILE-AREA LAYOUT.
000730*
000890       88 400-DEPN-RELATION-KNOWN  VALUE 'S' 'C' 'P' 'O'.
000900    05 400-DEPN-SSN             PIC X(09)  VALUE SPACES.
000910    05 400-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
000912    05 400-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
000914    05 400-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
000916    05 400-ASGN-DEPT            PIC X(03)  VALUE SPACES.
000918    05 400-ASGN-JOB             PIC X(08)  VALUE SPACES.
000920*
000930 01 500-HOLD-AREA.
000940    05 500-END-OF-FILE          PIC X(01)  VALUE 'N'.
001000 01 600-EDIT-REASON-WS          PIC X(40)  VALUE SPACES.
001005 01 600-FIRST-REASON-WS         PIC X(40)  VALUE SPACES.
001010*
001020* BIRTH OR EFFECTIVE DATE DECOMPOSED FOR THE REAL-DATE CHECK.
001030*
001040 01 650-BIRTHDT-WORK.
001050    05 650-BIRTHDT-X.
001250    05 900-RECORDS-READ         PIC S9(07) COMP VALUE ZERO.
001260    05 900-RECORDS-CLEAN        PIC S9(07) COMP VALUE ZERO.
001270    05 900-RECORDS-IN-ERROR     PIC S9(07) COMP VALUE ZERO.
001272*
001274*****************************************************
001276* DB2 HOST VARIABLES - DEPARTMENT LOOKUP
001278*****************************************************
001280 01  HV-DEPTNO                  PIC X(3).
001282*
001284*****************************************************
001286* SQLCA DECLARATION
001288*****************************************************
001290     EXEC SQL
001292       INCLUDE SQLCA
001294     END-EXEC.
001296*
001298 PROCEDURE                       DIVISION.
001300 A000-MAIN-PROCESS.
001310     PERFORM A000-INITIALIZE.
001320     PERFORM B000-EDIT-RECORD
001330       UNTIL 500-END-OF-FILE = 'Y'.
001340     PERFORM U900-WRITE-CONTROL-TOTALS.
001345     PERFORM U950-WRITE-CTLTOT-FILE.
001350     CLOSE 100-INPUT-FILE
001360           200-CLEAN-FILE
001370           700-ERROR-FILE.
001520     PERFORM C100-EDIT-FUNCTION-WORDS.
001530     PERFORM C200-EDIT-EMPLOYEE-FIELDS.
001540     PERFORM C300-EDIT-DEPENDENT-FIELDS.
001545     PERFORM C400-EDIT-ASSIGNMENT-FIELDS.
001550     IF 500-EDIT-FAILED = 'Y'
001560        PERFORM U300-WRITE-ERROR-RECORD
001570     ELSE
001950              600-EDIT-REASON-WS
001960        PERFORM U400-FLAG-EDIT-FAILURE
001970     END-IF.
001972     IF 400-ASGN-FUNCTION NOT = 'INSERT' AND
001974        400-ASGN-FUNCTION NOT = 'UPDATE' AND
001976        400-ASGN-FUNCTION NOT = 'DELETE' AND
001978        400-ASGN-FUNCTION NOT = SPACES
001980        MOVE 'INVALID 400-ASGN-FUNCTION' TO
001982              600-EDIT-REASON-WS
001984        PERFORM U400-FLAG-EDIT-FAILURE
001986     END-IF.
001988*
001990*------------------------------------------------------------
002000*** EMPLOYEE ROOT FIELD EDITS
002010*------------------------------------------------------------
002910     ELSE
002920        MOVE 28 TO 650-DAYS-IN-MONTH
002930     END-IF.
002932*
002934*------------------------------------------------------------
002936*** ASSIGNMENT SEGMENT FIELD EDITS - THE EFFECTIVE DATE IS THE
002938*** SEGMENT KEY SO EVERY FUNCTION NEEDS IT; A NEW ASSIGNMENT
002940*** (A HIRE OR A TRANSFER) ALSO NEEDS THE DEPARTMENT AND JOB;
002942*** A CORRECTION NEEDS AT LEAST ONE OF THEM.
002944*------------------------------------------------------------
002946 C400-EDIT-ASSIGNMENT-FIELDS.
002948     IF 400-ASGN-FUNCTION NOT = SPACES AND
002950        400-ASGN-EFF-DATE = SPACES
002952        MOVE 'ASSIGNMENT EFFECTIVE DATE MISSING' TO
002954              600-EDIT-REASON-WS
002956        PERFORM U400-FLAG-EDIT-FAILURE
002958     END-IF.
002960     IF 400-ASGN-FUNCTION = 'INSERT' AND
002962        (400-ASGN-DEPT = SPACES OR 400-ASGN-JOB = SPACES)
002964        MOVE 'ASSIGNMENT INSERT NEEDS DEPT AND JOB' TO
002966              600-EDIT-REASON-WS
002968        PERFORM U400-FLAG-EDIT-FAILURE
002970     END-IF.
002972     IF 400-ASGN-FUNCTION = 'UPDATE' AND
002974        400-ASGN-DEPT = SPACES AND 400-ASGN-JOB = SPACES
002976        MOVE 'ASSIGNMENT UPDATE NEEDS DEPT OR JOB' TO
002978              600-EDIT-REASON-WS
002980        PERFORM U400-FLAG-EDIT-FAILURE
002982     END-IF.
002984     IF 400-ASGN-EFF-DATE NOT = SPACES
002986        PERFORM C450-EDIT-EFFECTIVE-DATE
002988     END-IF.
002990     IF 400-ASGN-DEPT NOT = SPACES
002992        PERFORM C470-LOOKUP-DEPARTMENT
002994     END-IF.
002996*
002998*------------------------------------------------------------
003000*** REAL-DATE CHECK ON 400-ASGN-EFF-DATE (YYYYMMDD) - SAME
003002*** RULES AS THE DEPENDENT BIRTH DATE, SAME WORK FIELDS.
003004*------------------------------------------------------------
003006 C450-EDIT-EFFECTIVE-DATE.
003008     IF 400-ASGN-EFF-DATE NOT NUMERIC
003010        MOVE 'ASSIGNMENT EFFECTIVE DATE NOT NUMERIC' TO
003012              600-EDIT-REASON-WS
003014        PERFORM U400-FLAG-EDIT-FAILURE
003016     ELSE
003018        MOVE 400-ASGN-EFF-DATE TO 650-BIRTHDT-X
003020        MOVE 650-BIRTH-YYYY-X  TO 650-BIRTH-YYYY-N
003022        MOVE 650-BIRTH-MM-X    TO 650-BIRTH-MM-N
003024        MOVE 650-BIRTH-DD-X    TO 650-BIRTH-DD-N
003026        PERFORM C460-CHECK-EFF-MONTH-AND-DAY
003028     END-IF.
003030*
003032 C460-CHECK-EFF-MONTH-AND-DAY.
003034     IF 650-BIRTH-MM-N < 01 OR 650-BIRTH-MM-N > 12
003036        MOVE 'ASSIGNMENT EFFECTIVE MONTH NOT 01-12' TO
003038              600-EDIT-REASON-WS
003040        PERFORM U400-FLAG-EDIT-FAILURE
003042     ELSE
003044        PERFORM C370-SET-DAYS-IN-MONTH
003046        IF 650-BIRTH-DD-N < 01 OR
003048           650-BIRTH-DD-N > 650-DAYS-IN-MONTH
003050           MOVE 'ASSIGNMENT EFFECTIVE DAY NOT IN MONTH' TO
003052                 600-EDIT-REASON-WS
003054           PERFORM U400-FLAG-EDIT-FAILURE
003056        END-IF
003058     END-IF.
003060*
003062*------------------------------------------------------------
003064*** THE DEPARTMENT MUST EXIST ON DSN8810.DEPT - THE SAME TABLE
003066*** THE PAYROLL SIDE COSTS AGAINST.
003068*------------------------------------------------------------
003070 C470-LOOKUP-DEPARTMENT.
003072     MOVE 400-ASGN-DEPT TO HV-DEPTNO.
003074     EXEC SQL
003076       SELECT DEPTNO
003078         INTO :HV-DEPTNO
003080         FROM DSN8810.DEPT
003082        WHERE DEPTNO = :HV-DEPTNO
003084     END-EXEC.
003086     EVALUATE SQLCODE
003088       WHEN ZERO
003090         CONTINUE
003092       WHEN 100
003094         MOVE 'ASSIGNMENT DEPT NOT ON DSN8810.DEPT' TO
003096               600-EDIT-REASON-WS
003098         PERFORM U400-FLAG-EDIT-FAILURE
003100       WHEN OTHER
003102         DISPLAY 'EMPEDIT: DEPT LOOKUP FAILED FOR '
003104                 400-ASGN-DEPT ' SQLCODE= ' SQLCODE
003106         MOVE 'DB2 ERROR ON DEPARTMENT LOOKUP' TO
003108               600-EDIT-REASON-WS
003110         PERFORM U400-FLAG-EDIT-FAILURE
003112     END-EVALUATE.
003114*
003115*------------------------------------------------------------
003116*** READ INPUT FILE
003117*------------------------------------------------------------
003118 U100-READ-INPUT-FILE.
003119     READ 100-INPUT-FILE INTO 400-INPUT-FILE-AREA
003120       AT END MOVE 'Y' TO 500-END-OF-FILE
003121     NOT AT END
003122       ADD 1 TO 900-RECORDS-READ
003123     END-READ.
003124*
003125 U200-WRITE-CLEAN-RECORD.
003126     MOVE 400-INPUT-FILE-AREA TO 200-CLEAN-FILE-REC.
003127     WRITE 200-CLEAN-FILE-REC.
003128     ADD 1 TO 900-RECORDS-CLEAN.
003129*
003130 U300-WRITE-ERROR-RECORD.
003131     MOVE 400-INPUT-FILE-AREA TO 700-ERROR-RECORD-IMAGE.
003132     MOVE 600-FIRST-REASON-WS TO 700-ERROR-REASON.
003133     WRITE 700-ERROR-FILE-REC.
003140     ADD 1 TO 900-RECORDS-IN-ERROR.
003150*
003160* THE FIRST FAILING EDIT'S REASON STANDS - LATER EDITS ON THE
003290     DISPLAY '  RECORDS READ     = ' 900-RECORDS-READ.
003300     DISPLAY '  RECORDS CLEAN    = ' 900-RECORDS-CLEAN.
003310     DISPLAY '  RECORDS IN ERROR = ' 900-RECORDS-IN-ERROR.
003312*
003314* THE SAME TOTALS TO THE STREAM'S CTLTOTS DATASET FOR CTLBAL.
003316 U950-WRITE-CTLTOT-FILE.
003318     OPEN EXTEND 950-CTLTOT-FILE.
003320     MOVE SPACES    TO 950-CTLTOT-FILE-REC.
003322     MOVE 'EMPEDIT' TO 950-CTL-PROGRAM.
003324     ACCEPT 950-CTL-RUN-DATE FROM DATE YYYYMMDD.
003326     ACCEPT 950-CTL-RUN-TIME FROM TIME.
003328     MOVE 'RECORDS-READ'     TO 950-CTL-TOTAL-NAME.
003330     MOVE 900-RECORDS-READ   TO 950-CTL-VALUE.
003332     WRITE 950-CTLTOT-FILE-REC.
003334     MOVE 'RECORDS-CLEAN'    TO 950-CTL-TOTAL-NAME.
003336     MOVE 900-RECORDS-CLEAN  TO 950-CTL-VALUE.
003338     WRITE 950-CTLTOT-FILE-REC.
003340     MOVE 'RECORDS-IN-ERROR' TO 950-CTL-TOTAL-NAME.
003342     MOVE 900-RECORDS-IN-ERROR TO 950-CTL-VALUE.
003344     WRITE 950-CTLTOT-FILE-REC.
003346     CLOSE 950-CTLTOT-FILE.
003356*
