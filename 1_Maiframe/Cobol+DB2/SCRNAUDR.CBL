000010*********************************************************
000020* C O B O L
000030* NIGHTLY SCREEN ACCESS AUDIT REPORT - LISTS THE DAY'S EAUD
000040* ACCESS LOG FROM EMPXYZ2 AND EMPIMSQ BY USER AND FLAGS ANY
000050* USER WHO VIEWED MORE INDIVIDUAL SALARY RECORDS IN A DAY
000060* THAN THE LIMIT ON THE CONTROL CARD.
000070*********************************************************
000080*----------------------------------------------
000090 IDENTIFICATION                  DIVISION.
000100 PROGRAM-ID.                     SCRNAUDR.
000110*
000120 AUTHOR.                         RGM.
000130 INSTALLATION.                   DATA PROCESSING CENTER.
000140 DATE-WRITTEN.                   2026-10-15.
000150 DATE-COMPILED.
000160*
000170* MODIFICATION HISTORY
000180* ----------  ----  --------------------------------------------
000190* 2026-10-15  RGM   NEW PROGRAM. INTERNAL AUDIT WANTED THE SAME
000200*                   TRAIL FOR THE EMPLOYEE SCREENS THAT CUSTAUD
000210*                   GIVES FOR CUSTOMER INQUIRIES. EMPXYZ2 AND
000220*                   EMPIMSQ NOW WRITE ONE EAUD RECORD PER THING
000230*                   SHOWN; THE NIGHTLY STREAM CLOSES THE QUEUE'S
000240*                   DATASET AND SORTS IT BY USER ID, DATE AND
000250*                   TIME AHEAD OF THIS STEP. EACH USER STARTS A
000260*                   NEW PAGE, WITH A TOTAL PER DAY. A USER-DAY
000270*                   WITH MORE SALARY RECORD VIEWS (TMAP02 LINES)
000280*                   THAN THE LIMIT ON THE SCRNAUDP CARD (DEFAULT
000290*                   50) IS FLAGGED ON THE DAY TOTAL AND LISTED
000300*                   AGAIN ON A SUMMARY PAGE AT THE END. A VIEW
000310*                   IS COUNTED EACH TIME A SALARY IS PUT ON THE
000320*                   SCREEN, SO PAGING THE SAME DEPARTMENT TWICE
000330*                   COUNTS TWICE. RC 4 IF ANYONE IS FLAGGED, 16
000340*                   IF THE LOG IS OUT OF SEQUENCE (THE REPORT
000350*                   STOPS THERE RATHER THAN SPLIT A USER).
000352* 2026-10-15  RGM   A LINE THAT FILLED THE PAGE WAS OVERLAID BY
000355*                   THE CONTINUATION HEADING AND LOST - IT IS NOW
000357*                   HELD ACROSS THE HEADING AND PRINTED BENEATH.
000360*
000370*----------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000390*----------------------------------------------
000400 CONFIGURATION                   SECTION.
000410 INPUT-OUTPUT                    SECTION.
000420 FILE-CONTROL.
000430     SELECT SCRNAUD-FILE         ASSIGN TO SCRNAUD
000440                                 ORGANIZATION IS SEQUENTIAL.
000450     SELECT PARM-FILE            ASSIGN TO SCRNAUDP
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS PARM-FILE-STATUS.
000480     SELECT SCRNARPT-FILE        ASSIGN TO SCRNARPT
000490                                 ORGANIZATION IS SEQUENTIAL.
000500 DATA                            DIVISION.
000510*----------------------------------------------
000520 FILE                            SECTION.
000530*----------------------------------------------
000540*
000550* THE SCREEN ACCESS LOG, SORTED BY USER ID, DATE, TIME. MUST
000560* STAY IN STEP WITH EMPXYZ2'S AND EMPIMSQ'S ACCESS-LOG-RECORD.
000570 FD  SCRNAUD-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD
000600     BLOCK CONTAINS 0 RECORDS.
000610 01  SCRNAUD-REC.
000620     05  SAL-USERID              PIC X(08).
000630     05  SAL-TERMID              PIC X(04).
000640     05  SAL-TRANID              PIC X(04).
000650     05  SAL-DATE                PIC X(08).
000660     05  SAL-TIME                PIC X(06).
000670     05  SAL-PROGRAM             PIC X(08).
000680     05  SAL-SCREEN              PIC X(06).
000690     05  SAL-VIEW-TYPE           PIC X(01).
000700         88  SAL-VIEW-DEPARTMENT         VALUE 'D'.
000710         88  SAL-VIEW-EMPLOYEE-SALARY    VALUE 'E'.
000720         88  SAL-VIEW-ROSTER             VALUE 'A'.
000730         88  SAL-VIEW-IMS-EMPLOYEE       VALUE 'I'.
000740     05  SAL-WORKDEPT            PIC X(03).
000750     05  SAL-EMPNO               PIC X(06).
000760     05  SAL-SALARY-SHOWN        PIC X(01).
000770         88  SAL-SALARY-WAS-SHOWN        VALUE 'Y'.
000780     05  SAL-RESULT              PIC X(01).
000790         88  SAL-FOUND                   VALUE 'Y'.
000800     05  FILLER                  PIC X(24).
000810*
000820* ONE-RECORD CONTROL CARD - THE DAILY SALARY RECORD LIMIT IN
000830* COLUMNS 1-5. NO CARD OR A NON-NUMERIC ONE KEEPS THE DEFAULT.
000840 FD  PARM-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD
000870     BLOCK CONTAINS 0 RECORDS.
000880 01  PARM-REC.
000890     05  PARM-SALARY-LIMIT       PIC X(05).
000900     05  PARM-SALARY-LIMIT-N REDEFINES
000910         PARM-SALARY-LIMIT       PIC 9(05).
000920     05  FILLER                  PIC X(75).
000930*
000940* THE REPORT - ASA CARRIAGE CONTROL.
000950 FD  SCRNARPT-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     BLOCK CONTAINS 0 RECORDS.
000990 01  SCRNARPT-REC.
001000     05  RPT-CARRIAGE-CTL        PIC X(01).
001010     05  RPT-PRINT-LINE          PIC X(132).
001020*
001030 WORKING-STORAGE                 SECTION.
001040*---------------------------------------------*
001050* SWITCHES                                    *
001060*---------------------------------------------*
001070 01  SWITCHES.
001080     05 SCRNAUD-EOF-SW           PIC X   VALUE 'N'.
001090        88 SCRNAUD-EOF                   VALUE 'Y'.
001100     05 SEQUENCE-ERROR-SW        PIC X   VALUE 'N'.
001110        88 SEQUENCE-ERROR                VALUE 'Y'.
001120*
001130 01  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001140*
001150 01  RUN-DATE-RAW                PIC X(08) VALUE SPACES.
001160 01  SALARY-VIEW-LIMIT           PIC S9(5) COMP VALUE 50.
001170*
001180* SEQUENCE CHECK - THE LOG MUST ARRIVE IN USER/DATE/TIME ORDER.
001190 01  ACCESS-KEY.
001200     05  AK-USERID               PIC X(08).
001210     05  AK-DATE                 PIC X(08).
001220     05  AK-TIME                 PIC X(06).
001230 01  PRIOR-ACCESS-KEY            PIC X(22) VALUE LOW-VALUES.
001240*
001250* THE USER AND DAY BEING LISTED.
001260 01  BREAK-USERID                PIC X(08) VALUE SPACES.
001270 01  BREAK-DATE                  PIC X(08) VALUE SPACES.
001280 01  DAY-INQUIRIES               PIC S9(7) COMP VALUE ZERO.
001290 01  DAY-SALARY-VIEWS            PIC S9(7) COMP VALUE ZERO.
001300*
001310 01  PAGE-NUMBER                 PIC S9(5) COMP VALUE ZERO.
001320 01  LINE-COUNT                  PIC S9(4) COMP VALUE ZERO.
001330 01  MAX-LINES                   PIC S9(4) COMP VALUE 55.
001335 01  HOLD-PRINT-LINE             PIC X(132) VALUE SPACES.
001340*
001350* USER-DAYS OVER THE LIMIT, HELD FOR THE SUMMARY PAGE.
001360 01  FLAGGED-TABLE.
001370     05  FLG-COUNT               PIC S9(4) COMP VALUE ZERO.
001380     05  FLG-ENTRY               OCCURS 500 TIMES.
001390         10  FLG-USERID          PIC X(08).
001400         10  FLG-DATE            PIC X(08).
001410         10  FLG-VIEWS           PIC S9(7) COMP.
001420 01  FLG-MAX                     PIC S9(4) COMP VALUE 500.
001430 01  FLG-SUB                     PIC S9(4) COMP VALUE ZERO.
001440*
001450* YYYYMMDD AND HHMMSS FROM THE LOG, EDITED FOR PRINTING.
001460 01  DATE-EDIT-WORK.
001470     05  DEW-RAW-DATE            PIC X(08).
001480     05  DEW-EDITED-DATE.
001490         10  DEW-YYYY            PIC X(04).
001500         10  FILLER              PIC X(01) VALUE '-'.
001510         10  DEW-MM              PIC X(02).
001520         10  FILLER              PIC X(01) VALUE '-'.
001530         10  DEW-DD              PIC X(02).
001540     05  DEW-EDITED-TIME.
001550         10  DEW-HH              PIC X(02).
001560         10  FILLER              PIC X(01) VALUE ':'.
001570         10  DEW-MI              PIC X(02).
001580         10  FILLER              PIC X(01) VALUE ':'.
001590         10  DEW-SS              PIC X(02).
001600*--------------------------------------------*
001610* CONTROL TOTALS                             *
001620*--------------------------------------------*
001630 01  CONTROL-TOTALS.
001640     05 CT-RECORDS-READ          PIC S9(7) COMP VALUE ZERO.
001650     05 CT-USERS                 PIC S9(7) COMP VALUE ZERO.
001660     05 CT-SALARY-VIEWS          PIC S9(7) COMP VALUE ZERO.
001670     05 CT-USER-DAYS-FLAGGED     PIC S9(7) COMP VALUE ZERO.
001680*
001690 01  HDG-TITLE-LINE.
001700     05  FILLER                  PIC X(40) VALUE
001710         'SCREEN ACCESS AUDIT - EMPXYZ2 / EMPIMSQ'.
001720     05  FILLER                  PIC X(10) VALUE
001730         'RUN DATE '.
001740     05  HDG-RUN-DATE            PIC X(10).
001750     05  FILLER                  PIC X(10) VALUE
001760         '    PAGE '.
001770     05  HDG-PAGE                PIC ZZZZ9.
001780     05  FILLER                  PIC X(57) VALUE SPACES.
001790*
001800 01  HDG-USER-LINE.
001810     05  FILLER                  PIC X(08) VALUE
001820         'USER ID '.
001830     05  HDG-USERID              PIC X(08).
001840     05  FILLER                  PIC X(36) VALUE
001850         '     SALARY RECORD LIMIT PER DAY '.
001860     05  HDG-LIMIT               PIC ZZZZ9.
001870     05  FILLER                  PIC X(75) VALUE SPACES.
001880*
001890 01  HDG-COLUMN-LINE.
001900     05  FILLER                  PIC X(11) VALUE 'DATE'.
001910     05  FILLER                  PIC X(09) VALUE 'TIME'.
001920     05  FILLER                  PIC X(05) VALUE 'TERM'.
001930     05  FILLER                  PIC X(05) VALUE 'TRAN'.
001940     05  FILLER                  PIC X(09) VALUE 'PROGRAM'.
001950     05  FILLER                  PIC X(07) VALUE 'SCREEN'.
001960     05  FILLER                  PIC X(08) VALUE 'VIEWED'.
001970     05  FILLER                  PIC X(05) VALUE 'DEPT'.
001980     05  FILLER                  PIC X(08) VALUE 'EMPNO'.
001990     05  FILLER                  PIC X(09) VALUE 'RESULT'.
002000     05  FILLER                  PIC X(56) VALUE SPACES.
002010*
002020 01  RPT-DETAIL-LINE.
002030     05  RPT-DATE                PIC X(10).
002040     05  FILLER                  PIC X(01) VALUE SPACES.
002050     05  RPT-TIME                PIC X(08).
002060     05  FILLER                  PIC X(01) VALUE SPACES.
002070     05  RPT-TERMID              PIC X(04).
002080     05  FILLER                  PIC X(01) VALUE SPACES.
002090     05  RPT-TRANID              PIC X(04).
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  RPT-PROGRAM             PIC X(08).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  RPT-SCREEN              PIC X(06).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  RPT-VIEWED              PIC X(07).
002160     05  FILLER                  PIC X(01) VALUE SPACES.
002170     05  RPT-WORKDEPT            PIC X(03).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  RPT-EMPNO               PIC X(06).
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  RPT-RESULT              PIC X(09).
002220     05  FILLER                  PIC X(56) VALUE SPACES.
002230*
002240 01  RPT-DAY-TOTAL-LINE.
002250     05  FILLER                  PIC X(04) VALUE SPACES.
002260     05  FILLER                  PIC X(10) VALUE
002270         'DAY TOTAL '.
002280     05  RPT-DAY-DATE            PIC X(10).
002290     05  FILLER                  PIC X(11) VALUE
002300         ' INQUIRIES '.
002310     05  RPT-DAY-INQUIRIES       PIC ZZZZZ9.
002320     05  FILLER                  PIC X(16) VALUE
002330         ' SALARY RECORDS '.
002340     05  RPT-DAY-SALARY-VIEWS    PIC ZZZZZ9.
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  RPT-DAY-FLAG            PIC X(30).
002370     05  FILLER                  PIC X(37) VALUE SPACES.
002380*
002390 01  RPT-FLAGGED-LINE.
002400     05  FILLER                  PIC X(04) VALUE SPACES.
002410     05  RPT-FLG-USERID          PIC X(08).
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  RPT-FLG-DATE            PIC X(10).
002440     05  FILLER                  PIC X(16) VALUE
002450         ' SALARY RECORDS '.
002460     05  RPT-FLG-VIEWS           PIC ZZZZZ9.
002470     05  FILLER                  PIC X(86) VALUE SPACES.
002480*
002490 01  RPT-MESSAGE-LINE.
002500     05  FILLER                  PIC X(04) VALUE SPACES.
002510     05  RPT-MESSAGE             PIC X(80).
002520     05  FILLER                  PIC X(48) VALUE SPACES.
002530*
002540 01  RPT-LIMIT-ED                PIC ZZZZ9.
002550*
002560 PROCEDURE                       DIVISION.
002570 000-REPORT-SCREEN-ACCESS.
002580     PERFORM 010-OPEN-FILES.
002590     PERFORM 100-PROCESS-ONE-USER
002600       UNTIL SCRNAUD-EOF.
002610     PERFORM 600-PRINT-FLAGGED-SUMMARY.
002620     PERFORM 800-WRITE-CONTROL-TOTALS.
002630     PERFORM 900-CLOSE-FILES.
002640     STOP RUN
002650     .
002660 010-OPEN-FILES.
002670     OPEN INPUT  SCRNAUD-FILE.
002680     OPEN OUTPUT SCRNARPT-FILE.
002690     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
002700     MOVE RUN-DATE-RAW TO DEW-RAW-DATE.
002710     PERFORM 050-EDIT-DATE.
002720     MOVE DEW-EDITED-DATE TO HDG-RUN-DATE.
002730     PERFORM 012-READ-LIMIT-PARM.
002740     PERFORM 020-READ-ACCESS-LOG
002750     .
002760* A CARD WITH A NUMBER IN COLUMNS 1-5 SETS THE DAILY LIMIT. NO
002770* CARD, A BLANK CARD OR ANYTHING ELSE KEEPS THE DEFAULT.
002780 012-READ-LIMIT-PARM.
002790     OPEN INPUT PARM-FILE.
002800     IF PARM-FILE-STATUS = '00'
002810        READ PARM-FILE
002820          AT END MOVE SPACES TO PARM-REC
002830        END-READ
002840        IF PARM-SALARY-LIMIT NUMERIC
002850           MOVE PARM-SALARY-LIMIT-N TO SALARY-VIEW-LIMIT
002860        END-IF
002870        CLOSE PARM-FILE
002880     END-IF.
002890     MOVE SALARY-VIEW-LIMIT TO RPT-LIMIT-ED.
002900     DISPLAY 'SCRNAUDR SALARY RECORD LIMIT PER DAY = '
002910             RPT-LIMIT-ED
002920     .
002930*
002940* AN OUT-OF-SEQUENCE RECORD ENDS THE RUN - LISTING ON WOULD
002950* SPLIT A USER'S DAY AND UNDERCOUNT THEIR SALARY VIEWS.
002960 020-READ-ACCESS-LOG.
002970     READ SCRNAUD-FILE
002980       AT END
002990         MOVE 'Y' TO SCRNAUD-EOF-SW
003000       NOT AT END
003010         ADD 1 TO CT-RECORDS-READ
003020         MOVE SAL-USERID TO AK-USERID
003030         MOVE SAL-DATE   TO AK-DATE
003040         MOVE SAL-TIME   TO AK-TIME
003050         IF ACCESS-KEY < PRIOR-ACCESS-KEY
003060            PERFORM 030-SEQUENCE-ERROR
003070         ELSE
003080            MOVE ACCESS-KEY TO PRIOR-ACCESS-KEY
003090         END-IF
003100     END-READ
003110     .
003120 030-SEQUENCE-ERROR.
003130     MOVE 'Y' TO SEQUENCE-ERROR-SW.
003140     MOVE 'Y' TO SCRNAUD-EOF-SW.
003150     MOVE SPACES TO RPT-MESSAGE.
003160     STRING 'ACCESS LOG OUT OF SEQUENCE AT RECORD FOR USER '
003170            SAL-USERID ' - REPORT INCOMPLETE'
003180            DELIMITED BY SIZE INTO RPT-MESSAGE
003190     END-STRING.
003200     PERFORM 750-WRITE-MESSAGE-LINE.
003210     DISPLAY 'SCRNAUDR: ACCESS LOG NOT IN USER/DATE/TIME ORDER'.
003220     MOVE 16 TO RETURN-CODE
003230     .
003240 050-EDIT-DATE.
003250     MOVE DEW-RAW-DATE (1:4) TO DEW-YYYY.
003260     MOVE DEW-RAW-DATE (5:2) TO DEW-MM.
003270     MOVE DEW-RAW-DATE (7:2) TO DEW-DD
003280     .
003290*------------------------------------------------------------
003300*** ONE USER - A NEW PAGE, THEN EACH DAY THEY USED THE SCREENS
003310*------------------------------------------------------------
003320 100-PROCESS-ONE-USER.
003330     MOVE SAL-USERID TO BREAK-USERID.
003340     ADD 1 TO CT-USERS.
003350     PERFORM 200-PRINT-USER-HEADING.
003360     PERFORM 300-PROCESS-ONE-DAY
003370       UNTIL SCRNAUD-EOF
003380          OR SAL-USERID NOT = BREAK-USERID
003390     .
003400 200-PRINT-USER-HEADING.
003410     ADD 1 TO PAGE-NUMBER.
003420     MOVE PAGE-NUMBER TO HDG-PAGE.
003430     MOVE HDG-TITLE-LINE TO RPT-PRINT-LINE.
003440     MOVE '1' TO RPT-CARRIAGE-CTL.
003450     WRITE SCRNARPT-REC.
003460     MOVE BREAK-USERID      TO HDG-USERID.
003470     MOVE SALARY-VIEW-LIMIT TO HDG-LIMIT.
003480     MOVE HDG-USER-LINE TO RPT-PRINT-LINE.
003490     MOVE '0' TO RPT-CARRIAGE-CTL.
003500     WRITE SCRNARPT-REC.
003510     MOVE HDG-COLUMN-LINE TO RPT-PRINT-LINE.
003520     MOVE '0' TO RPT-CARRIAGE-CTL.
003530     WRITE SCRNARPT-REC.
003540     MOVE 5 TO LINE-COUNT
003550     .
003560 300-PROCESS-ONE-DAY.
003570     MOVE SAL-DATE TO BREAK-DATE.
003580     MOVE ZERO TO DAY-INQUIRIES.
003590     MOVE ZERO TO DAY-SALARY-VIEWS.
003600     PERFORM 400-LIST-ONE-ACCESS
003610       UNTIL SCRNAUD-EOF
003620          OR SAL-USERID NOT = BREAK-USERID
003630          OR SAL-DATE   NOT = BREAK-DATE.
003640     PERFORM 500-PRINT-DAY-TOTAL
003650     .
003660 400-LIST-ONE-ACCESS.
003670     ADD 1 TO DAY-INQUIRIES.
003680     IF SAL-SALARY-WAS-SHOWN
003690        ADD 1 TO DAY-SALARY-VIEWS
003700        ADD 1 TO CT-SALARY-VIEWS
003710     END-IF.
003720     MOVE SAL-DATE TO DEW-RAW-DATE.
003730     PERFORM 050-EDIT-DATE.
003740     MOVE DEW-EDITED-DATE TO RPT-DATE.
003750     MOVE SAL-TIME (1:2) TO DEW-HH.
003760     MOVE SAL-TIME (3:2) TO DEW-MI.
003770     MOVE SAL-TIME (5:2) TO DEW-SS.
003780     MOVE DEW-EDITED-TIME TO RPT-TIME.
003790     MOVE SAL-TERMID     TO RPT-TERMID.
003800     MOVE SAL-TRANID     TO RPT-TRANID.
003810     MOVE SAL-PROGRAM    TO RPT-PROGRAM.
003820     MOVE SAL-SCREEN     TO RPT-SCREEN.
003830     EVALUATE TRUE
003840       WHEN SAL-VIEW-DEPARTMENT
003850         MOVE 'DEPT'    TO RPT-VIEWED
003860       WHEN SAL-VIEW-EMPLOYEE-SALARY
003870         MOVE 'SALARY'  TO RPT-VIEWED
003880       WHEN SAL-VIEW-ROSTER
003890         MOVE 'ROSTER'  TO RPT-VIEWED
003900       WHEN SAL-VIEW-IMS-EMPLOYEE
003910         MOVE 'IMS EMP' TO RPT-VIEWED
003920       WHEN OTHER
003930         MOVE SAL-VIEW-TYPE TO RPT-VIEWED
003940     END-EVALUATE.
003950     MOVE SAL-WORKDEPT   TO RPT-WORKDEPT.
003960     MOVE SAL-EMPNO      TO RPT-EMPNO.
003970     IF SAL-FOUND
003980        MOVE 'FOUND'     TO RPT-RESULT
003990     ELSE
004000        MOVE 'NOT FOUND' TO RPT-RESULT
004010     END-IF.
004020     MOVE RPT-DETAIL-LINE TO RPT-PRINT-LINE.
004030     PERFORM 700-WRITE-REPORT-LINE.
004040     PERFORM 020-READ-ACCESS-LOG
004050     .
004060*
004070* A DAY OVER THE LIMIT IS FLAGGED HERE AND HELD FOR THE
004080* SUMMARY PAGE, SO AUDIT NEED NOT READ EVERY USER'S LISTING.
004090 500-PRINT-DAY-TOTAL.
004100     MOVE BREAK-DATE TO DEW-RAW-DATE.
004110     PERFORM 050-EDIT-DATE.
004120     MOVE DEW-EDITED-DATE  TO RPT-DAY-DATE.
004130     MOVE DAY-INQUIRIES    TO RPT-DAY-INQUIRIES.
004140     MOVE DAY-SALARY-VIEWS TO RPT-DAY-SALARY-VIEWS.
004150     IF DAY-SALARY-VIEWS > SALARY-VIEW-LIMIT
004160        MOVE '*** OVER SALARY RECORD LIMIT' TO RPT-DAY-FLAG
004170        ADD 1 TO CT-USER-DAYS-FLAGGED
004180        PERFORM 510-HOLD-FLAGGED-DAY
004190     ELSE
004200        MOVE SPACES TO RPT-DAY-FLAG
004210     END-IF.
004220     MOVE RPT-DAY-TOTAL-LINE TO RPT-PRINT-LINE.
004230     PERFORM 700-WRITE-REPORT-LINE.
004240     MOVE SPACES TO RPT-PRINT-LINE.
004250     PERFORM 700-WRITE-REPORT-LINE
004260     .
004270 510-HOLD-FLAGGED-DAY.
004280     IF FLG-COUNT < FLG-MAX
004290        ADD 1 TO FLG-COUNT
004300        MOVE BREAK-USERID     TO FLG-USERID (FLG-COUNT)
004310        MOVE BREAK-DATE       TO FLG-DATE   (FLG-COUNT)
004320        MOVE DAY-SALARY-VIEWS TO FLG-VIEWS  (FLG-COUNT)
004330     END-IF
004340     .
004350*------------------------------------------------------------
004360*** SUMMARY PAGE - EVERY USER-DAY OVER THE LIMIT
004370*------------------------------------------------------------
004380 600-PRINT-FLAGGED-SUMMARY.
004390     MOVE '*ALL*' TO BREAK-USERID.
004400     PERFORM 200-PRINT-USER-HEADING.
004410     MOVE SPACES TO RPT-MESSAGE.
004420     STRING 'USER-DAYS WITH MORE THAN ' RPT-LIMIT-ED
004430            ' SALARY RECORDS VIEWED'
004440            DELIMITED BY SIZE INTO RPT-MESSAGE
004450     END-STRING.
004460     PERFORM 750-WRITE-MESSAGE-LINE.
004470     IF FLG-COUNT = ZERO
004480        MOVE 'NONE' TO RPT-MESSAGE
004490        PERFORM 750-WRITE-MESSAGE-LINE
004500     END-IF.
004510     MOVE ZERO TO FLG-SUB.
004520     PERFORM 610-PRINT-ONE-FLAGGED-DAY
004530       UNTIL FLG-SUB >= FLG-COUNT.
004540     IF CT-USER-DAYS-FLAGGED > FLG-COUNT
004550        MOVE 'MORE USER-DAYS FLAGGED THAN LISTED - SEE DAY TOTALS'
004560          TO RPT-MESSAGE
004570        PERFORM 750-WRITE-MESSAGE-LINE
004580     END-IF
004590     .
004600 610-PRINT-ONE-FLAGGED-DAY.
004610     ADD 1 TO FLG-SUB.
004620     MOVE FLG-USERID (FLG-SUB) TO RPT-FLG-USERID.
004630     MOVE FLG-DATE (FLG-SUB)   TO DEW-RAW-DATE.
004640     PERFORM 050-EDIT-DATE.
004650     MOVE DEW-EDITED-DATE      TO RPT-FLG-DATE.
004660     MOVE FLG-VIEWS (FLG-SUB)  TO RPT-FLG-VIEWS.
004670     MOVE RPT-FLAGGED-LINE TO RPT-PRINT-LINE.
004680     PERFORM 700-WRITE-REPORT-LINE
004690     .
004700*
004710* A FULL PAGE STARTS A CONTINUATION PAGE FOR THE SAME USER.
004720 700-WRITE-REPORT-LINE.
004730     IF LINE-COUNT >= MAX-LINES
004735        MOVE RPT-PRINT-LINE TO HOLD-PRINT-LINE
004740        PERFORM 200-PRINT-USER-HEADING
004745        MOVE HOLD-PRINT-LINE TO RPT-PRINT-LINE
004750     END-IF.
004760     MOVE SPACE TO RPT-CARRIAGE-CTL.
004770     WRITE SCRNARPT-REC.
004780     ADD 1 TO LINE-COUNT
004790     .
004800 750-WRITE-MESSAGE-LINE.
004810     MOVE RPT-MESSAGE-LINE TO RPT-PRINT-LINE.
004820     PERFORM 700-WRITE-REPORT-LINE.
004830     MOVE SPACES TO RPT-MESSAGE
004840     .
004850 800-WRITE-CONTROL-TOTALS.
004860     DISPLAY 'SCRNAUDR CONTROL TOTALS'.
004870     DISPLAY '  LOG RECORDS READ      = ' CT-RECORDS-READ.
004880     DISPLAY '  USERS LISTED          = ' CT-USERS.
004890     DISPLAY '  SALARY RECORD VIEWS   = ' CT-SALARY-VIEWS.
004900     DISPLAY '  USER-DAYS OVER LIMIT  = ' CT-USER-DAYS-FLAGGED.
004910     IF CT-USER-DAYS-FLAGGED > ZERO AND NOT SEQUENCE-ERROR
004920        MOVE 4 TO RETURN-CODE
004930     END-IF
004940     .
004950 900-CLOSE-FILES.
004960     CLOSE SCRNAUD-FILE.
004970     CLOSE SCRNARPT-FILE
004980     .
