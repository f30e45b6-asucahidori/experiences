000670*                   THE THRESHOLD IS COMPUTED ONCE AT PF5 TIME
000680*                   AND CARRIED IN THE COMMAREA SO PF8 PAGING ON
000690*                   LATER TASKS FLAGS AGAINST THE SAME AVERAGE.
000691* 2026-10-15  RGM   LOG EVERY INQUIRY TO THE EXTRAPARTITION TD
000692*                   QUEUE EAUD FOR INTERNAL AUDIT - USER ID,
000693*                   TERMINAL, TRANSACTION, DATE/TIME AND WHAT
000694*                   WAS SHOWN: ONE RECORD PER TMAP01 DEPARTMENT
000695*                   INQUIRY, ONE PER EMPLOYEE SALARY LINE PUT ON
000696*                   TMAP02 (THE INDIVIDUAL SALARY VIEW), AND ONE
000697*                   PER TMAP03 ROSTER PAGE. THE NIGHTLY STREAM
000698*                   CLOSES THE QUEUE'S DATASET FOR SCRNAUDR.
000700*
000710*----------------------------------------------
000720 ENVIRONMENT                     DIVISION.
001480  01 LIST-DEPT-AVGSAL-HV          PIC X(11).
001490  01 LIST-DEPT-AVGSAL-IN          PIC S9(4) COMP-5.
001500  01 LIST-DEPT-ROW-SUB            PIC S9(4) COMP.
001501*--------------------------------------------*
001502* SCREEN ACCESS LOG RECORD - WRITTEN TO THE  *
001503* EAUD TD QUEUE. MUST STAY IN STEP WITH      *
001504* EMPIMSQ'S AND SCRNAUDR'S LAYOUT.           *
001505*--------------------------------------------*
001506  01 ACCESS-LOG-RECORD.
001507    05 SAL-USERID                PIC X(08).
001508    05 SAL-TERMID                PIC X(04).
001509    05 SAL-TRANID                PIC X(04).
001510    05 SAL-DATE                  PIC X(08).
001511    05 SAL-TIME                  PIC X(06).
001512    05 SAL-PROGRAM               PIC X(08) VALUE 'EMPXYZ2'.
001513    05 SAL-SCREEN                PIC X(06).
001514* D = ONE DEPARTMENT'S FIGURES, E = ONE EMPLOYEE'S SALARY,
001515* A = ALL-DEPARTMENTS ROSTER PAGE, I = IMS EMPLOYEE DATA
001516    05 SAL-VIEW-TYPE             PIC X(01).
001517    05 SAL-WORKDEPT              PIC X(03).
001518    05 SAL-EMPNO                 PIC X(06).
001519    05 SAL-SALARY-SHOWN          PIC X(01).
001520    05 SAL-RESULT                PIC X(01).
001521    05 FILLER                    PIC X(24) VALUE SPACES.
001522  01 ACCESS-LOG-LEN              PIC S9(4) COMP VALUE 80.
001523  01 ABS-TIME                    PIC S9(15) COMP-3 VALUE ZERO.
001524*--------------------------------------------*
001525* SQLCA DECLARATION                          *
001530*--------------------------------------------*
001540      EXEC SQL INCLUDE SQLCA END-EXEC.
001550*--------------------------------------------*
003210     IF DATA-IS-O
003220        PERFORM 2000-01-DB2
003230     END-IF.
003235     PERFORM 2000-02-LOG-DEPT-INQUIRY.
003240     IF DATA-IS-O
003250        MOVE '1'       TO CA-SCREEN-ID
003260        MOVE DPTONOI   TO CA-WORKDEPT
003830        MOVE MSGLINET TO MSGLINEO
003840     END-IF.
003850*
003851* THE DEPARTMENT ASKED FOR IS LOGGED WHETHER OR NOT IT WAS
003852* FOUND - TMAP01 SHOWS AGGREGATES ONLY, NO ONE'S OWN SALARY.
003853 2000-02-LOG-DEPT-INQUIRY.
003854     PERFORM 7000-STAMP-ACCESS-LOG.
003855     MOVE 'TMAP01'  TO SAL-SCREEN.
003856     MOVE 'D'       TO SAL-VIEW-TYPE.
003857     IF DPTONOL = ZERO
003858        MOVE SPACES TO SAL-WORKDEPT
003859     ELSE
003860        MOVE DPTONOI TO SAL-WORKDEPT
003861     END-IF.
003862     MOVE SPACES    TO SAL-EMPNO.
003863     MOVE 'N'       TO SAL-SALARY-SHOWN.
003864     IF DATA-IS-O
003865        MOVE 'Y'    TO SAL-RESULT
003866     ELSE
003867        MOVE 'N'    TO SAL-RESULT
003868     END-IF.
003869     PERFORM 7100-WRITE-ACCESS-LOG.
003870*
003871 3000-00-LIST-EMPLOYEES.
003872     MOVE CA-WORKDEPT TO WORKDEPT-HV.
003880     PERFORM 3000-05-SET-UNDERPAID-THRESH.
003890     EXEC SQL
003900       OPEN EMPLIST-CUR
004190     MOVE ZERO TO LIST-ROW-SUB.
004200     MOVE ZERO TO LIST-FLAGGED-CNT.
004210     MOVE SPACES TO MSGLINE2O.
004215     PERFORM 7000-STAMP-ACCESS-LOG.
004220     PERFORM 3000-20-FETCH-ONE-ROW
004230        UNTIL LIST-ROW-SUB = 10 OR SQLCODE NOT = ZERO.
004240     IF SQLCODE NOT = ZERO AND LIST-ROW-SUB = ZERO
004460        MOVE LIST-LASTNAME-HV TO LNAMEO  (LIST-ROW-SUB)
004470        MOVE LIST-JOB-HV      TO LJOBO   (LIST-ROW-SUB)
004480        MOVE LIST-SALARY-HV   TO LSALO   (LIST-ROW-SUB)
004485        PERFORM 3000-30-LOG-EMPLOYEE-ROW
004490        IF CA-LIST-AVG-THRESH > ZERO AND
004500           LIST-SALARY-NUM-HV < CA-LIST-AVG-THRESH
004510           MOVE '*' TO LFLAGO (LIST-ROW-SUB)
004550        END-IF
004560     END-IF
004570     .
004571*
004572* EVERY LINE ON TMAP02 IS ONE EMPLOYEE'S OWN SALARY - EACH IS
004573* LOGGED, SO A USER PAGING A WHOLE DEPARTMENT SHOWS UP AS
004574* EVERY SALARY THEY SAW.
004575 3000-30-LOG-EMPLOYEE-ROW.
004576     MOVE 'TMAP02'      TO SAL-SCREEN.
004577     MOVE 'E'           TO SAL-VIEW-TYPE.
004578     MOVE CA-WORKDEPT   TO SAL-WORKDEPT.
004579     MOVE LIST-EMPNO-HV TO SAL-EMPNO.
004580     MOVE 'Y'           TO SAL-SALARY-SHOWN.
004581     MOVE 'Y'           TO SAL-RESULT.
004582     PERFORM 7100-WRITE-ACCESS-LOG
004583     .
004584*
004590 2000-10-SEND.
004600*
004610     EVALUATE TRUE
005340     IF SQLCODE NOT = ZERO AND LIST-DEPT-ROW-SUB = ZERO
005350        MOVE 'NO MORE DEPARTMENTS' TO MSGLINE3O
005360     END-IF.
005365     PERFORM 4000-30-LOG-DEPARTMENT-PAGE.
005370     SET SEND-IND-DATAO TO TRUE.
005380     PERFORM 2000-12-SEND-DEPT-LIST
005390     .
005600        END-IF
005610     END-IF
005620     .
005621*
005622* ONE RECORD PER ROSTER PAGE - DEPARTMENT AVERAGES ONLY.
005623 4000-30-LOG-DEPARTMENT-PAGE.
005624     PERFORM 7000-STAMP-ACCESS-LOG.
005625     MOVE 'TMAP03'  TO SAL-SCREEN.
005626     MOVE 'A'       TO SAL-VIEW-TYPE.
005627     MOVE SPACES    TO SAL-WORKDEPT.
005628     MOVE SPACES    TO SAL-EMPNO.
005629     MOVE 'N'       TO SAL-SALARY-SHOWN.
005630     IF LIST-DEPT-ROW-SUB > ZERO
005631        MOVE 'Y'    TO SAL-RESULT
005632     ELSE
005633        MOVE 'N'    TO SAL-RESULT
005634     END-IF.
005635     PERFORM 7100-WRITE-ACCESS-LOG
005636     .
005637*
005640 2000-12-SEND-DEPT-LIST.
005650     EVALUATE TRUE
005660     WHEN SEND-IND-DATAO
005780       END-EXEC
005790     END-EVALUATE
005800     .
005810*
005820*-------------------------------------------------------*
005830*  SCREEN ACCESS LOG - WHO, WHERE AND WHEN ONCE PER      *
005840*  TASK, THEN ONE EAUD RECORD PER THING SHOWN            *
005850*-------------------------------------------------------*
005860 7000-STAMP-ACCESS-LOG.
005870     EXEC CICS ASSIGN USERID(SAL-USERID)
005880     END-EXEC.
005890     EXEC CICS ASKTIME ABSTIME(ABS-TIME)
005900     END-EXEC.
005910     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
005920                          YYYYMMDD(SAL-DATE)
005930                          TIME(SAL-TIME)
005940     END-EXEC.
005950     MOVE EIBTRMID TO SAL-TERMID.
005960     MOVE EIBTRNID TO SAL-TRANID
005970     .
005980*
005990* NO RESP - IF THE QUEUE CANNOT TAKE THE RECORD THE TASK
006000* ABENDS BEFORE THE SCREEN IS SENT, SO NOTHING IS SHOWN THAT
006010* WAS NOT LOGGED.
006020 7100-WRITE-ACCESS-LOG.
006030     EXEC CICS WRITEQ TD QUEUE('EAUD')
006040                         FROM(ACCESS-LOG-RECORD)
006050                         LENGTH(ACCESS-LOG-LEN)
006060     END-EXEC
006070     .
