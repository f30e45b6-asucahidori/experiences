000510*                   SNAPSHOT, SO IMS/DB2 DRIFT CAN BE TRENDED
000520*                   ACROSS RUNS INSTEAD OF ONLY SEEN ONE JOB LOG
000530*                   AT A TIME. SEE 810-INSERT-RECON-HIST.
000532* 2026-10-15  RGM   CORRECTION FEED RECORD GROWS FROM 108 TO 135
000534*                   BYTES WITH EMPLOYEE'S INPUT LAYOUT (NEW
000536*                   ASSIGNMENT FIELDS, LEFT BLANK HERE).
000537* 2026-10-15  RGM   A DB2-ONLY EMPLOYEE FLAGGED IN
000538*                   DSN8810.EMP_TERM_PENDING WAS TERMINATED IN
000539*                   IMS AND FORWARDED BY EMPFWD - THE EMP ROW IS
000540*                   KEPT FOR PAYROLL. IT IS NOW LISTED AS TERM
000541*                   PENDING, NOT COUNTED AS DB2-ONLY, AND GETS NO
000542*                   CORRECTION RECORD (THE ROOT INSERT WOULD
000543*                   UNDO THE TERMINATION).
000544*
000550*----------------------------------------------
000560 ENVIRONMENT                     DIVISION.
000570*----------------------------------------------
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820 01  CORRFEED-REC                PIC X(135).
000830*
000840 WORKING-STORAGE                 SECTION.
000850*------------------------------------------------------------
001310    05 CT-SQL-ERRORS            PIC S9(7) COMP VALUE ZERO.
001320    05 CT-IMS-ERRORS            PIC S9(7) COMP VALUE ZERO.
001330    05 CT-CORRECTIONS-WRITTEN   PIC S9(7) COMP VALUE ZERO.
001335    05 CT-TERM-PENDING          PIC S9(7) COMP VALUE ZERO.
001340*
001350* CORRECTION TRANSACTION BUILD AREA - MUST STAY IN STEP WITH
001360* EMPLOYEE'S 400-INPUT-FILE-AREA LAYOUT.
001520    05 CFD-DEPN-RELATION        PIC X(01)  VALUE SPACES.
001530    05 CFD-DEPN-SSN             PIC X(09)  VALUE SPACES.
001540    05 CFD-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
001542    05 CFD-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
001544    05 CFD-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
001546    05 CFD-ASGN-DEPT            PIC X(03)  VALUE SPACES.
001548    05 CFD-ASGN-JOB             PIC X(08)  VALUE SPACES.
001550*
001560 01 RPT-SQLCODE-ED               PIC -9(8).
001570 01 RPT-DETAIL-LINE.
003800       WHEN SPACES
003810         CONTINUE
003820       WHEN 'GE'
003830         PERFORM 215-CHECK-TERM-PENDING
003840       WHEN OTHER
003850         DISPLAY 'EMPRECON: IMS GU FAILED FOR ' HV-EMPNO
003860                 ' STATUS= ' PCB-STATUS-CODE
004010        MOVE 'Y' TO DB2-CURSOR-EOF-SW
004020     END-IF
004030     .
004031*
004032* NO IMS ROOT - EITHER A TERMINATION EMPFWD HAS ALREADY FLAGGED
004033* FOR PAYROLL, OR A GENUINE DB2-ONLY EMPLOYEE.
004034 215-CHECK-TERM-PENDING.
004035     EXEC SQL
004036       SELECT EMPNO
004037         INTO :HV-EMPNO
004038         FROM DSN8810.EMP_TERM_PENDING
004039        WHERE EMPNO = :HV-EMPNO
004040     END-EXEC
004041     EVALUATE SQLCODE
004042       WHEN ZERO
004043         MOVE SPACES         TO RPT-DETAIL-LINE
004044         MOVE HV-EMPNO       TO RPT-EMPNO
004045         MOVE 'TERM PENDING' TO RPT-EXCEPTION
004046         MOVE RPT-DETAIL-LINE TO RECONRPT-REC
004047         WRITE RECONRPT-REC
004048         ADD 1 TO CT-TERM-PENDING
004049       WHEN 100
004050         PERFORM 220-WRITE-DB2-ONLY-LINE
004051       WHEN OTHER
004052         DISPLAY 'EMPRECON: DB2 LOOKUP FAILED FOR ' HV-EMPNO
004053                 ' SQLCODE= ' SQLCODE
004054         MOVE HV-EMPNO TO EMPLOYEE-NUM
004055         PERFORM 125-WRITE-SQL-ERROR-LINE
004056     END-EVALUATE
004057     .
004058 220-WRITE-DB2-ONLY-LINE.
004059     MOVE SPACES       TO RPT-DETAIL-LINE
004060     MOVE HV-EMPNO     TO RPT-EMPNO
004070     MOVE 'DB2-ONLY'   TO RPT-EXCEPTION
004080     MOVE RPT-DETAIL-LINE TO RECONRPT-REC
004460     DISPLAY '  DB2-ONLY EMPLOYEES  = ' CT-DB2-ONLY.
004470     DISPLAY '  DB2 SQL ERRORS      = ' CT-SQL-ERRORS.
004480     DISPLAY '  IMS ERRORS          = ' CT-IMS-ERRORS.
004485     DISPLAY '  TERM PENDING        = ' CT-TERM-PENDING.
004490     DISPLAY '  CORRECTIONS WRITTEN = ' CT-CORRECTIONS-WRITTEN
004500     .
004510*
