000010*********************************************************
000020* C O B O L - D B 2
000030* FORWARD EMPLOYEE'S IMS CHANGES TO DSN8810.EMP - APPLIES
000040* THE EMPLSEG JOURNAL ENTRIES ADDED SINCE THE LAST RUN:
000050* NAME CHANGES, HIRES AND TERMINATIONS. WHAT CANNOT BE
000060* APPLIED GOES TO THE EXCEPTION REPORT.
000070*********************************************************
000080*----------------------------------------------
000090 IDENTIFICATION                  DIVISION.
000100 PROGRAM-ID.                     EMPFWD.
000110*
000120 AUTHOR.                         RGM.
000130 INSTALLATION.                   DATA PROCESSING CENTER.
000140 DATE-WRITTEN.                   2026-10-15.
000150 DATE-COMPILED.
000160*
000170* MODIFICATION HISTORY
000180* ----------  ----  --------------------------------------------
000190* 2026-10-15  RGM   NEW PROGRAM. HR KEEPS EMPLSEG IN IMS, BUT
000200*                   THEIR CHANGES ONLY REACHED DSN8810.EMP WHEN
000210*                   EMPRECON FLAGGED THE DRIFT - AND ITS
000220*                   CORRECTION FEED TAKES DB2 AS TRUTH, SO THE
000230*                   IMS CHANGE WAS THE ONE UNDONE. THIS NIGHTLY
000240*                   STEP RUNS AFTER EMPLOYEE AND AHEAD OF
000250*                   EMPRECON. IT READS THE JOURNAL ENTRIES ADDED
000260*                   SINCE ITS LAST RUN (ITS OWN CHECKPOINT FILE,
000270*                   KEPT THE SAME WAY AS BENFEED'S) AND APPLIES
000280*                   THE EMPLSEG ONES: A REPL CHANGES LASTNAME/
000290*                   FIRSTNME, AN ISRT ADDS THE EMP ROW WITH NO
000300*                   WORKDEPT UNTIL ONE IS ASSIGNED, AND A DLET
000310*                   IS FLAGGED FOR PAYROLL IN
000320*                   DSN8810.EMP_TERM_PENDING - THE EMP ROW STAYS.
000330*                   ONE UNIT OF WORK, COMMITTED BEFORE THE
000340*                   CHECKPOINT IS ADVANCED. RC 4 IF ANYTHING WAS
000350*                   NOT APPLIED, 8 ON AN SQL ERROR, 16 IF THE
000360*                   JOURNAL IS MISSING OR THE COMMIT FAILS.
000370*
000380*----------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400*----------------------------------------------
000410 CONFIGURATION                   SECTION.
000420 INPUT-OUTPUT                    SECTION.
000430 FILE-CONTROL.
000440     SELECT JOURNAL-FILE         ASSIGN TO JOURNL
000450                                 ORGANIZATION IS SEQUENTIAL
000460                                 FILE STATUS IS JOURNAL-STATUS.
000470     SELECT CKPT-FILE            ASSIGN TO EMPFCKPT
000480                                 ORGANIZATION IS SEQUENTIAL
000490                                 FILE STATUS IS CKPT-FILE-STATUS.
000500     SELECT EMPFRPT-FILE         ASSIGN TO EMPFRPT
000510                                 ORGANIZATION IS SEQUENTIAL.
000520 DATA                            DIVISION.
000530*----------------------------------------------
000540 FILE                            SECTION.
000550*----------------------------------------------
000560*
000570* EMPLOYEE'S 800-JOURNAL-FILE - ONE ENTRY PER ISRT/REPL/DLET,
000580* APPENDED TO EVERY NIGHT. MUST STAY IN STEP WITH EMPLOYEE'S
000590* 800-JOURNAL-FILE-REC.
000600 FD  JOURNAL-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD
000630     BLOCK CONTAINS 0 RECORDS.
000640 01  JOURNAL-FILE-REC.
000650     05  JRN-EMPLOYEE-NUM        PIC X(06).
000660     05  JRN-FUNCTION            PIC X(04).
000670     05  JRN-SEGMENT             PIC X(08).
000680     05  JRN-DATE                PIC X(08).
000690     05  JRN-TIME                PIC X(08).
000700     05  JRN-BEFORE-IMAGE        PIC X(40).
000710     05  JRN-AFTER-IMAGE         PIC X(40).
000720*
000730* LAST RUN'S CHECKPOINT - THE JOURNAL RECORD COUNT ALREADY
000740* APPLIED. ONE RECORD, REWRITTEN EVERY RUN. SAME LAYOUT AS
000750* BENFEED'S BENCKPT.
000760 FD  CKPT-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     BLOCK CONTAINS 0 RECORDS.
000800 01  CKPT-FILE-REC.
000810     05  CKP-RUN-DATE            PIC X(08).
000820     05  CKP-RUN-MODE            PIC X(04).
000830     05  CKP-JRN-COUNT           PIC 9(09).
000840     05  FILLER                  PIC X(59).
000850*
000860* PRINTED EXCEPTION REPORT - JOURNAL ENTRIES NOT APPLIED.
000870 FD  EMPFRPT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD
000900     BLOCK CONTAINS 0 RECORDS.
000910 01  EMPFRPT-REC                 PIC X(80).
000920*
000930 WORKING-STORAGE                 SECTION.
000940*---------------------------------------------*
000950* SWITCHES                                    *
000960*---------------------------------------------*
000970 01  SWITCHES.
000980     05 JOURNAL-EOF-SW           PIC X   VALUE 'N'.
000990        88 JOURNAL-EOF                   VALUE 'Y'.
001000*
001010 01  JOURNAL-STATUS              PIC X(02) VALUE SPACES.
001020 01  CKPT-FILE-STATUS            PIC X(02) VALUE SPACES.
001030*
001040 01  RUN-DATE                    PIC X(08) VALUE SPACES.
001050*
001060* JOURNAL POSITIONING - ENTRIES UP TO JRN-SKIP-COUNT WERE
001070* APPLIED ON AN EARLIER RUN.
001080 01  JOURNAL-POSITION.
001090     05 JRN-SKIP-COUNT           PIC S9(9) COMP VALUE ZERO.
001100     05 JRN-TOTAL-COUNT          PIC S9(9) COMP VALUE ZERO.
001110     05 JRN-RECORD-NUMBER        PIC S9(9) COMP VALUE ZERO.
001120*
001130* A JOURNAL BEFORE- OR AFTER-IMAGE SEEN AS AN EMPLSEG ROOT.
001140 01  JRN-IMAGE-WORK              PIC X(40) VALUE SPACES.
001150 01  JRN-EMPL-IMAGE REDEFINES JRN-IMAGE-WORK.
001160     05 JIM-EMPLOYEE-NUM         PIC X(06).
001170     05 JIM-LAST-NAME            PIC X(10).
001180     05 JIM-FIRST-NAME           PIC X(06).
001190     05 JIM-EMPLOYEE-SSN         PIC X(09).
001200     05 FILLER                   PIC X(09).
001210*--------------------------------------------*
001220* CONTROL TOTALS                             *
001230*--------------------------------------------*
001240 01  CONTROL-TOTALS.
001250     05 CT-JOURNAL-NEW           PIC S9(7) COMP VALUE ZERO.
001260     05 CT-OTHER-SEGMENTS        PIC S9(7) COMP VALUE ZERO.
001270     05 CT-NAMES-UPDATED         PIC S9(7) COMP VALUE ZERO.
001280     05 CT-NAMES-IN-STEP         PIC S9(7) COMP VALUE ZERO.
001290     05 CT-HIRES-ADDED           PIC S9(7) COMP VALUE ZERO.
001300     05 CT-TERMS-FLAGGED         PIC S9(7) COMP VALUE ZERO.
001310     05 CT-TERMS-ALREADY         PIC S9(7) COMP VALUE ZERO.
001320     05 CT-NOT-APPLIED           PIC S9(7) COMP VALUE ZERO.
001330     05 CT-SQL-ERRORS            PIC S9(7) COMP VALUE ZERO.
001340*
001350 01  RPT-HEADING-LINE.
001360     05  FILLER                  PIC X(08) VALUE 'EMPNO'.
001370     05  FILLER                  PIC X(06) VALUE 'FUNC'.
001380     05  FILLER                  PIC X(10) VALUE 'SEGMENT'.
001390     05  FILLER                  PIC X(12) VALUE 'JRNL DATE'.
001400     05  FILLER                  PIC X(44) VALUE
001410         'NOT APPLIED BECAUSE'.
001420*
001430 01  RPT-DETAIL-LINE.
001440     05  RPT-EMPNO               PIC X(06).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RPT-FUNCTION            PIC X(04).
001470     05  FILLER                  PIC X(02) VALUE SPACES.
001480     05  RPT-SEGMENT             PIC X(08).
001490     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  RPT-JRN-DATE            PIC X(10).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  RPT-MESSAGE             PIC X(44).
001530*
001540 01  RPT-DATE-ED.
001550     05  RPT-DATE-YYYY           PIC X(04).
001560     05  FILLER                  PIC X(01) VALUE '-'.
001570     05  RPT-DATE-MM             PIC X(02).
001580     05  FILLER                  PIC X(01) VALUE '-'.
001590     05  RPT-DATE-DD             PIC X(02).
001600 01  RPT-SQLCODE-ED              PIC -9(8).
001610*
001620 01  RPT-TOTALS-LINE.
001630     05  FILLER                  PIC X(08) VALUE
001640         'NAMES ='.
001650     05  RPT-TOT-NAMES           PIC ZZZZZ9.
001660     05  FILLER                  PIC X(08) VALUE
001670         ' HIRES ='.
001680     05  RPT-TOT-HIRES           PIC ZZZZZ9.
001690     05  FILLER                  PIC X(08) VALUE
001700         ' TERMS ='.
001710     05  RPT-TOT-TERMS           PIC ZZZZZ9.
001720     05  FILLER                  PIC X(14) VALUE
001730         ' NOT APPLIED ='.
001740     05  RPT-TOT-NOT-APPLIED     PIC ZZZZZ9.
001750     05  FILLER                  PIC X(18) VALUE SPACES.
001760*--------------------------------------------*
001770* DB2 HOST VARIABLES                         *
001780*--------------------------------------------*
001790 01  EMPNO-HV                    PIC X(6).
001800 01  LASTNAME-HV                 PIC X(15).
001810 01  FIRSTNME-HV                 PIC X(12).
001820 01  HIREDATE-HV                 PIC X(10).
001830 01  TERMDATE-HV                 PIC X(10).
001840*--------------------------------------------*
001850* SQLCA DECLARATION                          *
001860*--------------------------------------------*
001870     EXEC SQL
001880       INCLUDE SQLCA
001890     END-EXEC.
001900*
001910 PROCEDURE                       DIVISION.
001920 000-FORWARD-IMS-CHANGES.
001930     PERFORM 010-OPEN-FILES.
001940     PERFORM 020-POSITION-JOURNAL.
001950     PERFORM 100-APPLY-ONE-JOURNAL-ENTRY
001960       UNTIL JOURNAL-EOF.
001970     PERFORM 700-COMMIT-CHANGES.
001980     PERFORM 800-WRITE-CONTROL-TOTALS.
001990     PERFORM 830-WRITE-CHECKPOINT.
002000     PERFORM 900-CLOSE-FILES.
002010     STOP RUN
002020     .
002030*
002040* NO JOURNAL, NOTHING TO KNOW WHAT CHANGED FROM - STOP.
002050 010-OPEN-FILES.
002060     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002070     OPEN INPUT JOURNAL-FILE.
002080     IF JOURNAL-STATUS NOT = '00'
002090        DISPLAY 'EMPFWD: JOURNAL NOT AVAILABLE, STATUS= '
002100                JOURNAL-STATUS
002110        MOVE 16 TO RETURN-CODE
002120        STOP RUN
002130     END-IF.
002140     OPEN OUTPUT EMPFRPT-FILE.
002150     MOVE RPT-HEADING-LINE TO EMPFRPT-REC.
002160     WRITE EMPFRPT-REC.
002170     MOVE SPACES TO EMPFRPT-REC.
002180     WRITE EMPFRPT-REC
002190     .
002200*
002210* AS IN BENFEED - A FIRST PASS COUNTS THE JOURNAL. A JOURNAL
002220* SHORTER THAN THE CHECKPOINT HAS BEEN ARCHIVED AND RESTARTED
002230* SINCE THE LAST RUN, SO EVERY ENTRY ON IT IS NEW.
002240 020-POSITION-JOURNAL.
002250     OPEN INPUT CKPT-FILE.
002260     IF CKPT-FILE-STATUS = '00'
002270        READ CKPT-FILE
002280          AT END MOVE SPACES TO CKPT-FILE-REC
002290        END-READ
002300        IF CKP-JRN-COUNT NUMERIC
002310           MOVE CKP-JRN-COUNT TO JRN-SKIP-COUNT
002320        END-IF
002330        CLOSE CKPT-FILE
002340     END-IF.
002350     PERFORM 110-READ-JOURNAL-FILE.
002360     PERFORM 025-COUNT-ONE-JOURNAL-ENTRY
002370       UNTIL JOURNAL-EOF.
002380     CLOSE JOURNAL-FILE.
002390     IF JRN-TOTAL-COUNT < JRN-SKIP-COUNT
002400        MOVE ZERO TO JRN-SKIP-COUNT
002410     END-IF.
002420     MOVE 'N' TO JOURNAL-EOF-SW.
002430     OPEN INPUT JOURNAL-FILE.
002440     PERFORM 110-READ-JOURNAL-FILE
002450     .
002460 025-COUNT-ONE-JOURNAL-ENTRY.
002470     ADD 1 TO JRN-TOTAL-COUNT.
002480     PERFORM 110-READ-JOURNAL-FILE
002490     .
002500*--------------------------------------------*
002510* ONE JOURNAL ENTRY. ONLY ENTRIES PAST THE CHECKPOINT ARE   *
002520* LOOKED AT, AND ONLY EMPLSEG CARRIES ANYTHING DSN8810.EMP  *
002530* HOLDS - DEPENDENT, EDUCATION AND ASSIGNMENT ENTRIES ARE    *
002540* ONLY COUNTED.                                              *
002550*--------------------------------------------*
002560 100-APPLY-ONE-JOURNAL-ENTRY.
002570     ADD 1 TO JRN-RECORD-NUMBER.
002580     IF JRN-RECORD-NUMBER > JRN-SKIP-COUNT
002590        ADD 1 TO CT-JOURNAL-NEW
002600        IF JRN-SEGMENT = 'EMPLSEG'
002610           PERFORM 150-APPLY-EMPLOYEE-ENTRY
002620        ELSE
002630           ADD 1 TO CT-OTHER-SEGMENTS
002640        END-IF
002650     END-IF.
002660     PERFORM 110-READ-JOURNAL-FILE
002670     .
002680 110-READ-JOURNAL-FILE.
002690     READ JOURNAL-FILE
002700       AT END MOVE 'Y' TO JOURNAL-EOF-SW
002710     END-READ
002720     .
002730 150-APPLY-EMPLOYEE-ENTRY.
002740     MOVE JRN-EMPLOYEE-NUM TO EMPNO-HV.
002750     EVALUATE TRUE
002760       WHEN JRN-EMPLOYEE-NUM = SPACES
002770         MOVE 'JOURNAL ENTRY HAS NO EMPNO' TO RPT-MESSAGE
002780         PERFORM 500-WRITE-EXCEPTION
002790       WHEN JRN-FUNCTION = 'REPL'
002800         PERFORM 200-APPLY-NAME-CHANGE
002810       WHEN JRN-FUNCTION = 'ISRT'
002820         PERFORM 300-APPLY-HIRE
002830       WHEN JRN-FUNCTION = 'DLET'
002840         PERFORM 400-FLAG-TERMINATION
002850       WHEN OTHER
002860         MOVE 'JOURNAL FUNCTION NOT RECOGNISED' TO RPT-MESSAGE
002870         PERFORM 500-WRITE-EXCEPTION
002880     END-EVALUATE
002890     .
002900*
002910* THE EMPLSEG NAME FIELDS ARE SHORTER THAN DB2'S, SO EACH NAME
002920* IS COMPARED ON THE LENGTH IMS HOLDS (AS EMPRECON DOES) AND
002930* ONLY A NAME THAT DIFFERS THERE IS REPLACED - A LONGER DB2
002940* NAME THE IMS CHANGE DID NOT TOUCH IS KEPT WHOLE.
002950 200-APPLY-NAME-CHANGE.
002960     MOVE JRN-AFTER-IMAGE TO JRN-IMAGE-WORK.
002970     EXEC SQL
002980       SELECT LASTNAME,
002990              FIRSTNME
003000         INTO :LASTNAME-HV,
003010              :FIRSTNME-HV
003020         FROM DSN8810.EMP
003030        WHERE EMPNO = :EMPNO-HV
003040     END-EXEC.
003050     EVALUATE SQLCODE
003060       WHEN ZERO
003062         IF JIM-LAST-NAME = LASTNAME-HV (1:10) AND
003064            JIM-FIRST-NAME = FIRSTNME-HV (1:6)
003066            ADD 1 TO CT-NAMES-IN-STEP
003068         ELSE
003070            PERFORM 210-UPDATE-NAMES
003072         END-IF
003080       WHEN 100
003090         MOVE 'NAME CHANGE - EMPNO NOT ON DSN8810.EMP'
003100           TO RPT-MESSAGE
003110         PERFORM 500-WRITE-EXCEPTION
003130       WHEN OTHER
003140         PERFORM 550-WRITE-SQL-EXCEPTION
003150     END-EVALUATE
003160     .
003170 210-UPDATE-NAMES.
003220     IF JIM-LAST-NAME NOT = LASTNAME-HV (1:10)
003230        MOVE JIM-LAST-NAME TO LASTNAME-HV
003240     END-IF.
003250     IF JIM-FIRST-NAME NOT = FIRSTNME-HV (1:6)
003260        MOVE JIM-FIRST-NAME TO FIRSTNME-HV
003270     END-IF.
003280     EXEC SQL
003290       UPDATE DSN8810.EMP
003300          SET LASTNAME = :LASTNAME-HV,
003310              FIRSTNME = :FIRSTNME-HV
003320        WHERE EMPNO    = :EMPNO-HV
003330     END-EXEC.
003340     IF SQLCODE = ZERO
003350        ADD 1 TO CT-NAMES-UPDATED
003360     ELSE
003370        PERFORM 550-WRITE-SQL-EXCEPTION
003380     END-IF
003390     .
003420*
003430* A HIRE - THE EMP ROW GOES IN WITH THE IMS NAME AND THE
003440* JOURNAL DATE AS HIREDATE. WORKDEPT IS LEFT NULL (PENDING A
003450* DEPARTMENT); EMPLSEG HOLDS NOTHING FOR THE OTHER COLUMNS.
003460 300-APPLY-HIRE.
003470     MOVE JRN-AFTER-IMAGE TO JRN-IMAGE-WORK.
003480     MOVE JIM-LAST-NAME  TO LASTNAME-HV.
003490     MOVE JIM-FIRST-NAME TO FIRSTNME-HV.
003500     MOVE JRN-DATE (1:4) TO RPT-DATE-YYYY.
003510     MOVE JRN-DATE (5:2) TO RPT-DATE-MM.
003520     MOVE JRN-DATE (7:2) TO RPT-DATE-DD.
003530     MOVE RPT-DATE-ED    TO HIREDATE-HV.
003540     EXEC SQL
003550       INSERT INTO DSN8810.EMP
003560              (EMPNO,     FIRSTNME,  MIDINIT,   LASTNAME,
003570               WORKDEPT,  HIREDATE,  EDLEVEL)
003580       VALUES (:EMPNO-HV,
003590               :FIRSTNME-HV,
003600               ' ',
003610               :LASTNAME-HV,
003620               NULL,
003630               :HIREDATE-HV,
003640               0)
003650     END-EXEC.
003660     EVALUATE SQLCODE
003670       WHEN ZERO
003680         ADD 1 TO CT-HIRES-ADDED
003690       WHEN -803
003700         MOVE 'HIRE - EMPNO ALREADY ON DSN8810.EMP'
003710           TO RPT-MESSAGE
003720         PERFORM 500-WRITE-EXCEPTION
003730       WHEN OTHER
003740         PERFORM 550-WRITE-SQL-EXCEPTION
003750     END-EVALUATE
003760     .
003770*
003780* A TERMINATION - THE EMP ROW IS LEFT FOR PAYROLL'S FINAL PAY
003790* AND FLAGGED IN DSN8810.EMP_TERM_PENDING WITH THE DATE IMS
003800* DELETED THE ROOT. A FLAG ALREADY THERE IS ONLY COUNTED.
003810 400-FLAG-TERMINATION.
003820     EXEC SQL
003830       SELECT EMPNO
003840         INTO :EMPNO-HV
003850         FROM DSN8810.EMP
003860        WHERE EMPNO = :EMPNO-HV
003870     END-EXEC.
003880     EVALUATE SQLCODE
003890       WHEN ZERO
003900         PERFORM 410-INSERT-TERM-PENDING
003910       WHEN 100
003920         MOVE 'TERMINATION - EMPNO NOT ON DSN8810.EMP'
003930           TO RPT-MESSAGE
003940         PERFORM 500-WRITE-EXCEPTION
003960       WHEN OTHER
003970         PERFORM 550-WRITE-SQL-EXCEPTION
003975     END-EVALUATE
003980     .
003985 410-INSERT-TERM-PENDING.
004000     MOVE JRN-DATE (1:4) TO RPT-DATE-YYYY.
004010     MOVE JRN-DATE (5:2) TO RPT-DATE-MM.
004020     MOVE JRN-DATE (7:2) TO RPT-DATE-DD.
004030     MOVE RPT-DATE-ED    TO TERMDATE-HV.
004040     EXEC SQL
004050       INSERT INTO DSN8810.EMP_TERM_PENDING
004060              (EMPNO,  TERM_DATE,  POSTED_DATE)
004070       VALUES (:EMPNO-HV,
004080               :TERMDATE-HV,
004090               CURRENT DATE)
004100     END-EXEC.
004110     EVALUATE SQLCODE
004120       WHEN ZERO
004130         ADD 1 TO CT-TERMS-FLAGGED
004140       WHEN -803
004150         ADD 1 TO CT-TERMS-ALREADY
004160       WHEN OTHER
004170         PERFORM 550-WRITE-SQL-EXCEPTION
004180     END-EVALUATE
004190     .
004220*
004230* CALLER HAS ALREADY PUT THE REASON IN RPT-MESSAGE.
004240 500-WRITE-EXCEPTION.
004250     MOVE JRN-EMPLOYEE-NUM TO RPT-EMPNO.
004260     MOVE JRN-FUNCTION     TO RPT-FUNCTION.
004270     MOVE JRN-SEGMENT      TO RPT-SEGMENT.
004280     MOVE JRN-DATE (1:4)   TO RPT-DATE-YYYY.
004290     MOVE JRN-DATE (5:2)   TO RPT-DATE-MM.
004300     MOVE JRN-DATE (7:2)   TO RPT-DATE-DD.
004310     MOVE RPT-DATE-ED      TO RPT-JRN-DATE.
004320     MOVE RPT-DETAIL-LINE TO EMPFRPT-REC.
004330     WRITE EMPFRPT-REC.
004340     ADD 1 TO CT-NOT-APPLIED.
004350     MOVE SPACES TO RPT-MESSAGE
004360     .
004370 550-WRITE-SQL-EXCEPTION.
004380     DISPLAY 'EMPFWD: SQL ERROR FOR ' JRN-EMPLOYEE-NUM ' '
004390             JRN-FUNCTION ' SQLCODE= ' SQLCODE.
004400     ADD 1 TO CT-SQL-ERRORS.
004410     MOVE SQLCODE TO RPT-SQLCODE-ED.
004420     MOVE SPACES TO RPT-MESSAGE.
004430     STRING 'DB2 ERROR, SQLCODE=' RPT-SQLCODE-ED
004440            DELIMITED BY SIZE INTO RPT-MESSAGE
004450     END-STRING.
004460     PERFORM 500-WRITE-EXCEPTION
004470     .
004480*
004490* THE CHECKPOINT MUST NOT MOVE PAST CHANGES THAT WERE NOT
004500* COMMITTED - A FAILED COMMIT STOPS THE RUN BEFORE 830.
004510 700-COMMIT-CHANGES.
004520     EXEC SQL
004530       COMMIT
004540     END-EXEC.
004550     IF SQLCODE NOT = ZERO
004560        DISPLAY 'EMPFWD: COMMIT FAILED, SQLCODE= ' SQLCODE
004570                ' - CHECKPOINT NOT ADVANCED'
004580        MOVE 16 TO RETURN-CODE
004590        STOP RUN
004600     END-IF
004610     .
004620 800-WRITE-CONTROL-TOTALS.
004630     MOVE SPACES TO EMPFRPT-REC.
004640     WRITE EMPFRPT-REC.
004650     MOVE CT-NAMES-UPDATED   TO RPT-TOT-NAMES.
004660     MOVE CT-HIRES-ADDED     TO RPT-TOT-HIRES.
004670     MOVE CT-TERMS-FLAGGED   TO RPT-TOT-TERMS.
004680     MOVE CT-NOT-APPLIED     TO RPT-TOT-NOT-APPLIED.
004690     MOVE RPT-TOTALS-LINE TO EMPFRPT-REC.
004700     WRITE EMPFRPT-REC.
004710     DISPLAY 'EMPFWD CONTROL TOTALS'.
004720     DISPLAY '  JOURNAL ENTRIES      = ' JRN-TOTAL-COUNT.
004730     DISPLAY '  ALREADY APPLIED      = ' JRN-SKIP-COUNT.
004740     DISPLAY '  NEW ENTRIES          = ' CT-JOURNAL-NEW.
004750     DISPLAY '  OTHER SEGMENTS       = ' CT-OTHER-SEGMENTS.
004760     DISPLAY '  NAMES UPDATED        = ' CT-NAMES-UPDATED.
004770     DISPLAY '  NAMES ALREADY IN STEP= ' CT-NAMES-IN-STEP.
004780     DISPLAY '  HIRES ADDED          = ' CT-HIRES-ADDED.
004790     DISPLAY '  TERMINATIONS FLAGGED = ' CT-TERMS-FLAGGED.
004800     DISPLAY '  ALREADY FLAGGED      = ' CT-TERMS-ALREADY.
004810     DISPLAY '  NOT APPLIED          = ' CT-NOT-APPLIED.
004820     DISPLAY '  SQL ERRORS           = ' CT-SQL-ERRORS.
004830     IF CT-NOT-APPLIED > ZERO
004840        MOVE 4 TO RETURN-CODE
004850     END-IF.
004860     IF CT-SQL-ERRORS > ZERO
004870        MOVE 8 TO RETURN-CODE
004880     END-IF
004890     .
004900*
004910* THE NEXT RUN PICKS UP AFTER THE LAST JOURNAL ENTRY THIS RUN
004920* SAW. ENTRIES IN ERROR ARE ON THE REPORT AND ARE NOT RETRIED.
004930 830-WRITE-CHECKPOINT.
004940     OPEN OUTPUT CKPT-FILE.
004950     IF CKPT-FILE-STATUS = '00'
004960        MOVE SPACES          TO CKPT-FILE-REC
004970        MOVE RUN-DATE        TO CKP-RUN-DATE
004980        MOVE 'FWD '          TO CKP-RUN-MODE
004990        MOVE JRN-TOTAL-COUNT TO CKP-JRN-COUNT
005000        WRITE CKPT-FILE-REC
005010        CLOSE CKPT-FILE
005020     ELSE
005030        DISPLAY 'EMPFWD: CHECKPOINT NOT REWRITTEN, STATUS='
005040                CKPT-FILE-STATUS
005050        MOVE 8 TO RETURN-CODE
005060     END-IF
005070     .
005080 900-CLOSE-FILES.
005090     CLOSE JOURNAL-FILE.
005100     CLOSE EMPFRPT-FILE
005110     .
