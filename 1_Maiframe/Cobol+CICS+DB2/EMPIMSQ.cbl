000020* C O B O L - C I C S - I M S
000030* ONLINE INQUIRY INTO THE IMS EMPLOYEE DATABASE - SHOWS THE
000040* EMPLSEG ROOT FOR A KEYED EMPLOYEE NUMBER WITH ITS
000050* EDUCATION, DEPENDENT AND ASSIGNMENT CHILDREN BELOW,
000060* PAGED WITH PF8 LIKE TMAP02.
000070*********************************************************
000080*----------------------------------------------
000310*                   RE-SCHEDULES, RE-POSITIONS ON THE ROOT AND
000320*                   SKIPS THE CHILDREN ALREADY SHOWN (COUNT
000330*                   CARRIED IN THE COMMAREA).
000332* 2026-10-15  RGM   LIST THE NEW DATED ASSIGNMENT CHILDREN
000334*                   (ASGNSEG - EFFECTIVE DATE, DEPARTMENT, JOB)
000336*                   WITH THE OTHERS, OLDEST FIRST, SO A
000338*                   TRANSFER HISTORY READS DOWN THE PAGE.
000340* 2026-10-15  RGM   LOG EVERY PAGE SHOWN TO THE EAUD TD QUEUE FOR
000342*                   INTERNAL AUDIT, AS EMPXYZ2 DOES - USER ID,
000344*                   TERMINAL, TRANSACTION, DATE/TIME AND THE
000346*                   EMPLOYEE-NUM ASKED FOR, FOUND OR NOT.
000348*
000350*----------------------------------------------
000360 ENVIRONMENT                     DIVISION.
000370*----------------------------------------------
000970*
000980* I/O AREAS - THE CHILD AREA IS READ UNQUALIFIED, SO IT IS
000990* SIZED FOR THE LARGER (DEPNSEG) CHILD AND REDEFINED FOR THE
001000* EDUCATION AND ASSIGNMENT VIEWS.
001010*
001020 01 EMPLOYEE-SEGMENT-IO-AREA.
001030    05 EMPLOYEE-NUM        PIC X(06) VALUE SPACES.
001170       10 SCHOOL-NAME         PIC X(08).
001180       10 SCHOOL-DEGREE       PIC X(05).
001190       10 FILLER              PIC X(15).
001192    05 CHILD-ASGN-VIEW REDEFINES CHILD-DEPN-VIEW.
001194       10 ASSIGN-EFF-DATE     PIC X(08).
001196       10 ASSIGN-DEPT         PIC X(03).
001198       10 ASSIGN-JOB          PIC X(08).
001199       10 FILLER              PIC X(11).
001200*
001210 01 CHILD-SKIP-SUB          PIC S9(4) COMP VALUE ZERO.
001220 01 CHILD-ROW-SUB           PIC S9(4) COMP VALUE ZERO.
001221*--------------------------------------------*
001222* SCREEN ACCESS LOG RECORD - WRITTEN TO THE  *
001223* EAUD TD QUEUE. MUST STAY IN STEP WITH      *
001224* EMPXYZ2'S AND SCRNAUDR'S LAYOUT.           *
001225*--------------------------------------------*
001226 01 ACCESS-LOG-RECORD.
001227    05 SAL-USERID          PIC X(08).
001228    05 SAL-TERMID          PIC X(04).
001229    05 SAL-TRANID          PIC X(04).
001230    05 SAL-DATE            PIC X(08).
001231    05 SAL-TIME            PIC X(06).
001232    05 SAL-PROGRAM         PIC X(08)  VALUE 'EMPIMSQ'.
001233    05 SAL-SCREEN          PIC X(06).
001234* D = ONE DEPARTMENT'S FIGURES, E = ONE EMPLOYEE'S SALARY,
001235* A = ALL-DEPARTMENTS ROSTER PAGE, I = IMS EMPLOYEE DATA
001236    05 SAL-VIEW-TYPE       PIC X(01).
001237    05 SAL-WORKDEPT        PIC X(03).
001238    05 SAL-EMPNO           PIC X(06).
001239    05 SAL-SALARY-SHOWN    PIC X(01).
001240    05 SAL-RESULT          PIC X(01).
001241    05 FILLER              PIC X(24)  VALUE SPACES.
001242 01 ACCESS-LOG-LEN         PIC S9(4) COMP VALUE 80.
001243 01 ABS-TIME               PIC S9(15) COMP-3 VALUE ZERO.
001244*--------------------------------------------*
001245* DFHAID                                     *
001250*--------------------------------------------*
001260      COPY DFHAID.
001270*--------------------------------------------*
002450        END-IF
002460        PERFORM 5100-TERMINATE-PSB
002470     END-IF.
002475     PERFORM 7000-LOG-ACCESS.
002480     SET SEND-IND-DATAO TO TRUE.
002490     PERFORM 2000-10-SEND.
002500*
003280                DELIMITED BY SIZE
003290           INTO QDETLO (CHILD-ROW-SUB)
003300         END-STRING
003302       WHEN 'ASGNSEG'
003304         STRING 'EFF '   ASSIGN-EFF-DATE
003306                ' DEPT ' ASSIGN-DEPT
003308                ' JOB '  ASSIGN-JOB
003310                DELIMITED BY SIZE
003312           INTO QDETLO (CHILD-ROW-SUB)
003314         END-STRING
003316       WHEN OTHER
003320         MOVE CHILD-DEPN-VIEW TO QDETLO (CHILD-ROW-SUB)
003330     END-EVALUATE.
003340*
003350* UNQUALIFIED GNP - RETURNS THE EDUCATION, DEPENDENT AND
003352* ASSIGNMENT CHILDREN IN HIERARCHIC ORDER; PCB-SEG-NAME SAYS
003360* WHICH KIND EACH ONE IS.
003380 4000-GET-NEXT-CHILD.
003390     CALL 'CBLTDLI' USING FUNC-GNP
003400                    EMPLOYEE-DB-PCB-MASK
003960         ALARM
003970       END-EXEC
003980     END-EVALUATE.
003990*
004000*-------------------------------------------------------*
004010*  SCREEN ACCESS LOG - ONE EAUD RECORD PER PAGE SHOWN.   *
004020*  NO RESP, AS IN EMPXYZ2 - A QUEUE FAILURE ABENDS THE   *
004030*  TASK BEFORE ANYTHING UNLOGGED IS SENT                 *
004040*-------------------------------------------------------*
004050 7000-LOG-ACCESS.
004060     EXEC CICS ASSIGN USERID(SAL-USERID)
004070     END-EXEC.
004080     EXEC CICS ASKTIME ABSTIME(ABS-TIME)
004090     END-EXEC.
004100     EXEC CICS FORMATTIME ABSTIME(ABS-TIME)
004110                          YYYYMMDD(SAL-DATE)
004120                          TIME(SAL-TIME)
004130     END-EXEC.
004140     MOVE EIBTRMID TO SAL-TERMID.
004150     MOVE EIBTRNID TO SAL-TRANID.
004160     MOVE 'TMAP04' TO SAL-SCREEN.
004170     MOVE 'I'      TO SAL-VIEW-TYPE.
004180     MOVE SPACES   TO SAL-WORKDEPT.
004190     MOVE CA-EMPNO TO SAL-EMPNO.
004200     MOVE 'N'      TO SAL-SALARY-SHOWN.
004210     IF ROOT-FOUND
004220        MOVE 'Y'   TO SAL-RESULT
004230     ELSE
004240        MOVE 'N'   TO SAL-RESULT
004250     END-IF.
004260     EXEC CICS WRITEQ TD QUEUE('EAUD')
004270                         FROM(ACCESS-LOG-RECORD)
004280                         LENGTH(ACCESS-LOG-LEN)
004290     END-EXEC.
