000010*********************************************************
000020* C O B O L
000030* SALARY CHANGE AUTHORIZATION MATCH - EVERY SALARY THAT
000040* CHANGED IN DSN8810.EMP SINCE LAST NIGHT (EMPSNAP'S PRIOR
000050* AND CURRENT SNAPSHOTS) IS MATCHED AGAINST HR
000060* COMPENSATION'S FILE OF APPROVED CHANGES. UNAPPROVED AND
000070* WRONG-AMOUNT CHANGES AND UNAPPLIED APPROVALS ARE REPORTED.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     SALAUTH.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. EMPSNAP'S CHANGED-SALARY LINES
000210*                   WERE BEING TICKED OFF AGAINST THE RAISE
000220*                   MEMOS BY EYE. THIS STEP RUNS AFTER EMPSNAP,
000230*                   BEFORE THE JCL ROLLS CURSNAP FORWARD, AND
000240*                   MATCH-MERGES THE TWO SNAPSHOTS WITH HR'S
000250*                   NIGHTLY SALAPPR FILE (EMPNO, APPROVED NEW
000260*                   SALARY, EFFECTIVE DATE, APPROVER), ALL IN
000270*                   EMPNO ORDER. A CHANGED SALARY WITH NO
000280*                   APPROVAL, OR CHANGED TO ANOTHER AMOUNT THAN
000290*                   APPROVED, IS REPORTED AND WRITTEN TO THE
000300*                   SALEXCP EXTRACT FOR INTERNAL AUDIT. AN
000310*                   APPROVAL WHOSE EFFECTIVE DATE HAS COME WITH
000320*                   THE SALARY STILL NOT AT THE APPROVED AMOUNT
000330*                   IS REPORTED AS NEVER APPLIED. AN APPROVAL
000340*                   ALREADY IN PLACE FROM AN EARLIER NIGHT, OR
000350*                   NOT YET EFFECTIVE, IS ONLY COUNTED. WHERE HR
000360*                   SENDS MORE THAN ONE APPROVAL FOR AN EMPNO THE
000370*                   LATEST EFFECTIVE DATE STANDS. NEW HIRES ARE
000380*                   NOT SALARY CHANGES. RC 4 IF ANYTHING IS
000390*                   REPORTED, 8 IF APPROVALS WERE REJECTED, 16 IF
000400*                   THE APPROVAL FILE OR TONIGHT'S SNAPSHOT IS
000410*                   MISSING.
000420*
000430*----------------------------------------------
000440 ENVIRONMENT                     DIVISION.
000450*----------------------------------------------
000460 CONFIGURATION                   SECTION.
000470 INPUT-OUTPUT                    SECTION.
000480 FILE-CONTROL.
000490     SELECT PRVSNAP-FILE         ASSIGN TO PRVSNAP
000500                                 ORGANIZATION IS SEQUENTIAL
000510                                 FILE STATUS IS PRVSNAP-STATUS.
000520     SELECT CURSNAP-FILE         ASSIGN TO CURSNAP
000530                                 ORGANIZATION IS SEQUENTIAL
000540                                 FILE STATUS IS CURSNAP-STATUS.
000550     SELECT SALAPPR-FILE         ASSIGN TO SALAPPR
000560                                 ORGANIZATION IS SEQUENTIAL
000570                                 FILE STATUS IS SALAPPR-STATUS.
000580     SELECT SALARPT-FILE         ASSIGN TO SALARPT
000590                                 ORGANIZATION IS SEQUENTIAL.
000600     SELECT SALEXCP-FILE         ASSIGN TO SALEXCP
000610                                 ORGANIZATION IS SEQUENTIAL.
000620 DATA                            DIVISION.
000630*----------------------------------------------
000640 FILE                            SECTION.
000650*----------------------------------------------
000660*
000670* EMPSNAP'S SNAPSHOTS - LAST NIGHT'S AND TONIGHT'S, EMPNO
000680* ORDER. MUST STAY IN STEP WITH EMPSNAP'S SNAPSHOT IMAGES.
000690 FD  PRVSNAP-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD
000720     BLOCK CONTAINS 0 RECORDS.
000730 01  PRVSNAP-REC                 PIC X(15).
000740*
000750 FD  CURSNAP-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD
000780     BLOCK CONTAINS 0 RECORDS.
000790 01  CURSNAP-REC                 PIC X(15).
000800*
000810* HR COMPENSATION'S APPROVED CHANGES, EMPNO ORDER.
000820 FD  SALAPPR-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD
000850     BLOCK CONTAINS 0 RECORDS.
000860 01  SALAPPR-REC                 PIC X(80).
000870*
000880* PRINTED AUTHORIZATION MATCH REPORT.
000890 FD  SALARPT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     BLOCK CONTAINS 0 RECORDS.
000930 01  SALARPT-REC                 PIC X(80).
000940*
000950* INTERNAL AUDIT'S EXTRACT OF CHANGES NOT APPROVED AS MADE.
000960* 'NA' NO APPROVAL ON FILE, 'AD' AMOUNT DIFFERS FROM APPROVED.
000970 FD  SALEXCP-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD
001000     BLOCK CONTAINS 0 RECORDS.
001010 01  SALEXCP-REC.
001020     05  EXC-EMPNO               PIC X(06).
001030     05  EXC-REASON              PIC X(02).
001040         88  EXC-NO-APPROVAL             VALUE 'NA'.
001050         88  EXC-AMOUNT-DIFFERS          VALUE 'AD'.
001060     05  EXC-OLD-SALARY          PIC S9(7)V99.
001070     05  EXC-NEW-SALARY          PIC S9(7)V99.
001080     05  EXC-APPROVED-SALARY     PIC S9(7)V99.
001090     05  EXC-EFFECTIVE-DATE      PIC X(08).
001100     05  EXC-APPROVER            PIC X(08).
001110     05  EXC-RUN-DATE            PIC X(08).
001120     05  FILLER                  PIC X(21).
001130*
001140 WORKING-STORAGE                 SECTION.
001150*---------------------------------------------*
001160* SWITCHES                                    *
001170*---------------------------------------------*
001180 01  SWITCHES.
001190     05 PRVSNAP-EOF-SW           PIC X   VALUE 'N'.
001200        88 PRVSNAP-EOF                   VALUE 'Y'.
001210     05 CURSNAP-EOF-SW           PIC X   VALUE 'N'.
001220        88 CURSNAP-EOF                   VALUE 'Y'.
001230     05 SALAPPR-EOF-SW           PIC X   VALUE 'N'.
001240        88 SALAPPR-EOF                   VALUE 'Y'.
001250     05 APPROVAL-VALID-SW        PIC X   VALUE 'N'.
001260        88 APPROVAL-VALID                VALUE 'Y'.
001270     05 HAVE-CURRENT-SW          PIC X   VALUE 'N'.
001280        88 HAVE-CURRENT                  VALUE 'Y'.
001290     05 HAVE-PRIOR-SW            PIC X   VALUE 'N'.
001300        88 HAVE-PRIOR                    VALUE 'Y'.
001310     05 HAVE-APPROVAL-SW         PIC X   VALUE 'N'.
001320        88 HAVE-APPROVAL                 VALUE 'Y'.
001330*
001340 01  PRVSNAP-STATUS              PIC X(02) VALUE SPACES.
001350 01  CURSNAP-STATUS              PIC X(02) VALUE SPACES.
001360 01  SALAPPR-STATUS              PIC X(02) VALUE SPACES.
001370*
001380 01  RUN-DATE                    PIC X(08) VALUE SPACES.
001390*
001400* SNAPSHOT RECORDS AS READ - EMPSNAP'S IMAGE LAYOUT.
001410 01  PRV-SNAPSHOT-IMAGE.
001420     05  PRV-EMPNO               PIC X(06).
001430     05  PRV-SALARY              PIC S9(7)V99.
001440 01  CUR-SNAPSHOT-IMAGE.
001450     05  CUR-EMPNO               PIC X(06).
001460     05  CUR-SALARY              PIC S9(7)V99.
001470*
001480* ONE APPROVED CHANGE AS SENT BY HR.
001490 01  APPROVAL-IMAGE.
001500     05  APR-EMPNO               PIC X(06).
001510     05  APR-NEW-SALARY          PIC 9(7)V99.
001520     05  APR-NEW-SALARY-X REDEFINES
001530         APR-NEW-SALARY          PIC X(09).
001540     05  APR-EFFECTIVE-DATE      PIC X(08).
001550     05  APR-APPROVER            PIC X(08).
001560     05  FILLER                  PIC X(49).
001570 01  PRIOR-APR-EMPNO             PIC X(06) VALUE LOW-VALUES.
001580*
001590* THE EMPNO BEING MATCHED AND WHAT EACH SIDE HAD FOR IT.
001600 01  MATCH-WORK.
001610     05  MATCH-EMPNO             PIC X(06).
001620     05  MATCH-PRV-SALARY        PIC S9(7)V99.
001630     05  MATCH-CUR-SALARY        PIC S9(7)V99.
001640     05  MATCH-APR-SALARY        PIC S9(7)V99.
001650     05  MATCH-APR-EFF-DATE      PIC X(08).
001660     05  MATCH-APR-APPROVER      PIC X(08).
001670*--------------------------------------------*
001680* CONTROL TOTALS                             *
001690*--------------------------------------------*
001700 01  CONTROL-TOTALS.
001710     05 CT-PRIOR-READ            PIC S9(7) COMP VALUE ZERO.
001720     05 CT-CURRENT-READ          PIC S9(7) COMP VALUE ZERO.
001730     05 CT-APPROVALS-READ        PIC S9(7) COMP VALUE ZERO.
001740     05 CT-APPROVALS-REJECTED    PIC S9(7) COMP VALUE ZERO.
001750     05 CT-APPROVALS-SUPERSEDED  PIC S9(7) COMP VALUE ZERO.
001760     05 CT-SALARY-CHANGES        PIC S9(7) COMP VALUE ZERO.
001770     05 CT-APPROVED-CHANGES      PIC S9(7) COMP VALUE ZERO.
001780     05 CT-APPLIED-EARLY         PIC S9(7) COMP VALUE ZERO.
001790     05 CT-UNAPPROVED            PIC S9(7) COMP VALUE ZERO.
001800     05 CT-AMOUNT-DIFFERS        PIC S9(7) COMP VALUE ZERO.
001810     05 CT-NOT-APPLIED           PIC S9(7) COMP VALUE ZERO.
001820     05 CT-ALREADY-IN-PLACE      PIC S9(7) COMP VALUE ZERO.
001830     05 CT-NOT-YET-EFFECTIVE     PIC S9(7) COMP VALUE ZERO.
001840*
001850 01  RPT-HEADING-LINE.
001860     05  FILLER                  PIC X(08) VALUE 'EMPNO'.
001870     05  FILLER                  PIC X(14) VALUE '   OLD SALARY'.
001880     05  FILLER                  PIC X(14) VALUE '   NEW SALARY'.
001890     05  FILLER                  PIC X(14) VALUE '  APPROVED'.
001900     05  FILLER                  PIC X(30) VALUE 'FINDING'.
001910*
001920 01  RPT-DETAIL-LINE.
001930     05  RPT-EMPNO               PIC X(06).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  RPT-OLD-SALARY          PIC X(13).
001960     05  FILLER                  PIC X(01) VALUE SPACES.
001970     05  RPT-NEW-SALARY          PIC X(13).
001980     05  FILLER                  PIC X(01) VALUE SPACES.
001990     05  RPT-APPR-SALARY         PIC X(13).
002000     05  FILLER                  PIC X(01) VALUE SPACES.
002010     05  RPT-MESSAGE             PIC X(26).
002020     05  FILLER                  PIC X(04) VALUE SPACES.
002030*
002040 01  RPT-APPROVAL-LINE.
002050     05  FILLER                  PIC X(08) VALUE SPACES.
002060     05  FILLER                  PIC X(12) VALUE
002070         'APPROVED BY '.
002080     05  RPT-APPROVER            PIC X(08).
002090     05  FILLER                  PIC X(11) VALUE
002100         ' EFFECTIVE '.
002110     05  RPT-EFFECTIVE-DATE      PIC X(10).
002120     05  FILLER                  PIC X(31) VALUE SPACES.
002130*
002140 01  RPT-REJECT-LINE.
002150     05  RPT-REJ-IMAGE           PIC X(40).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  RPT-REJ-MESSAGE         PIC X(38).
002180*
002190* EDITING WORK FIELDS - THE SALARY COLUMNS STAY ALPHANUMERIC SO
002200* A SIDE THAT DOES NOT APPLY PRINTS BLANK, AS IN EMPSNAP.
002210 01  RPT-SALARY-ED               PIC Z,ZZZ,ZZ9.99-.
002220 01  RPT-DATE-ED.
002230     05  RPT-DATE-YYYY           PIC X(04).
002240     05  FILLER                  PIC X(01) VALUE '-'.
002250     05  RPT-DATE-MM             PIC X(02).
002260     05  FILLER                  PIC X(01) VALUE '-'.
002270     05  RPT-DATE-DD             PIC X(02).
002280*
002290 01  RPT-TOTALS-LINE.
002300     05  FILLER                  PIC X(10) VALUE
002310         'CHANGED ='.
002320     05  RPT-TOT-CHANGED         PIC ZZZZZ9.
002330     05  FILLER                  PIC X(13) VALUE
002340         ' UNAPPROVED ='.
002350     05  RPT-TOT-UNAPPROVED      PIC ZZZZZ9.
002360     05  FILLER                  PIC X(10) VALUE
002370         ' DIFFERS ='.
002380     05  RPT-TOT-DIFFERS         PIC ZZZZZ9.
002390     05  FILLER                  PIC X(14) VALUE
002400         ' NOT APPLIED ='.
002410     05  RPT-TOT-NOT-APPLIED     PIC ZZZZZ9.
002420     05  FILLER                  PIC X(09) VALUE SPACES.
002430*
002440 PROCEDURE                       DIVISION.
002450 000-MATCH-SALARY-APPROVALS.
002460     PERFORM 010-OPEN-FILES.
002470     PERFORM 040-READ-PRIOR-SNAPSHOT.
002480     PERFORM 050-READ-CURRENT-SNAPSHOT.
002490     PERFORM 060-READ-APPROVAL.
002500     PERFORM 100-MATCH-ONE-EMPNO
002510       UNTIL PRVSNAP-EOF AND CURSNAP-EOF AND SALAPPR-EOF.
002520     PERFORM 800-WRITE-CONTROL-TOTALS.
002530     PERFORM 900-CLOSE-FILES.
002540     STOP RUN
002550     .
002560*
002570* WITHOUT HR'S FILE EVERY CHANGE WOULD LOOK UNAPPROVED, AND
002580* WITHOUT TONIGHT'S SNAPSHOT THERE IS NOTHING TO MATCH - BOTH
002590* STOP THE RUN. NO PRIOR SNAPSHOT IS EMPSNAP'S BASELINE NIGHT:
002600* NOTHING HAS CHANGED YET.
002610 010-OPEN-FILES.
002620     ACCEPT RUN-DATE FROM DATE YYYYMMDD.
002630     OPEN INPUT SALAPPR-FILE.
002640     IF SALAPPR-STATUS NOT = '00'
002650        DISPLAY 'SALAUTH: SALAPPR OPEN FAILED, STATUS='
002660                SALAPPR-STATUS
002670        MOVE 16 TO RETURN-CODE
002680        STOP RUN
002690     END-IF.
002700     OPEN INPUT CURSNAP-FILE.
002710     IF CURSNAP-STATUS NOT = '00'
002720        DISPLAY 'SALAUTH: CURSNAP OPEN FAILED, STATUS='
002730                CURSNAP-STATUS
002740        MOVE 16 TO RETURN-CODE
002750        STOP RUN
002760     END-IF.
002770     OPEN INPUT PRVSNAP-FILE.
002780     IF PRVSNAP-STATUS NOT = '00'
002790        DISPLAY 'SALAUTH: NO PRIOR SNAPSHOT - NO CHANGES TONIGHT'
002800        MOVE 'Y' TO PRVSNAP-EOF-SW
002810     END-IF.
002820     OPEN OUTPUT SALARPT-FILE.
002830     OPEN OUTPUT SALEXCP-FILE.
002840     MOVE RPT-HEADING-LINE TO SALARPT-REC.
002850     WRITE SALARPT-REC.
002860     MOVE SPACES TO SALARPT-REC.
002870     WRITE SALARPT-REC
002880     .
002890 040-READ-PRIOR-SNAPSHOT.
002900     IF PRVSNAP-EOF
002910        MOVE HIGH-VALUES TO PRV-EMPNO
002920     ELSE
002930        READ PRVSNAP-FILE INTO PRV-SNAPSHOT-IMAGE
002940          AT END
002950            MOVE 'Y' TO PRVSNAP-EOF-SW
002960            MOVE HIGH-VALUES TO PRV-EMPNO
002970          NOT AT END
002980            ADD 1 TO CT-PRIOR-READ
002990        END-READ
003000     END-IF
003010     .
003020 050-READ-CURRENT-SNAPSHOT.
003030     READ CURSNAP-FILE INTO CUR-SNAPSHOT-IMAGE
003040       AT END
003050         MOVE 'Y' TO CURSNAP-EOF-SW
003060         MOVE HIGH-VALUES TO CUR-EMPNO
003070       NOT AT END
003080         ADD 1 TO CT-CURRENT-READ
003090     END-READ
003100     .
003110*
003120* READS ON TO THE NEXT USABLE APPROVAL - A BAD OR OUT-OF-ORDER
003130* RECORD IS LISTED AND PASSED OVER.
003140 060-READ-APPROVAL.
003150     MOVE 'N' TO APPROVAL-VALID-SW.
003160     PERFORM 065-READ-ONE-APPROVAL
003170       UNTIL SALAPPR-EOF OR APPROVAL-VALID
003180     .
003190 065-READ-ONE-APPROVAL.
003200     READ SALAPPR-FILE INTO APPROVAL-IMAGE
003210       AT END
003220         MOVE 'Y' TO SALAPPR-EOF-SW
003230         MOVE HIGH-VALUES TO APR-EMPNO
003240       NOT AT END
003250         ADD 1 TO CT-APPROVALS-READ
003260         PERFORM 070-EDIT-APPROVAL
003270     END-READ
003280     .
003290 070-EDIT-APPROVAL.
003300     MOVE SPACES TO RPT-REJ-MESSAGE.
003310     EVALUATE TRUE
003320       WHEN APR-EMPNO = SPACES
003330         MOVE 'APPROVAL HAS NO EMPNO' TO RPT-REJ-MESSAGE
003340       WHEN APR-NEW-SALARY-X NOT NUMERIC
003350         MOVE 'APPROVED SALARY NOT NUMERIC' TO RPT-REJ-MESSAGE
003360       WHEN APR-EFFECTIVE-DATE NOT NUMERIC
003370         MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO RPT-REJ-MESSAGE
003380       WHEN APR-APPROVER = SPACES
003390         MOVE 'APPROVAL HAS NO APPROVER' TO RPT-REJ-MESSAGE
003400       WHEN APR-EMPNO < PRIOR-APR-EMPNO
003410         MOVE 'APPROVAL OUT OF EMPNO SEQUENCE' TO
003420              RPT-REJ-MESSAGE
003430       WHEN OTHER
003440         MOVE 'Y' TO APPROVAL-VALID-SW
003450         MOVE APR-EMPNO TO PRIOR-APR-EMPNO
003460     END-EVALUATE.
003470     IF NOT APPROVAL-VALID
003480        MOVE APPROVAL-IMAGE TO RPT-REJ-IMAGE
003490        MOVE RPT-REJECT-LINE TO SALARPT-REC
003500        WRITE SALARPT-REC
003510        ADD 1 TO CT-APPROVALS-REJECTED
003520     END-IF
003530     .
003540*--------------------------------------------*
003550* THE MATCH-MERGE. ALL THREE FILES ARE IN EMPNO ORDER; AN    *
003560* EXHAUSTED ONE CARRIES HIGH-VALUES SO THE OTHERS DRAIN. THE  *
003570* LOWEST EMPNO ON ANY SIDE IS TAKEN FROM EVERY SIDE HOLDING   *
003580* IT, THEN JUDGED.                                            *
003590*--------------------------------------------*
003600 100-MATCH-ONE-EMPNO.
003610     MOVE CUR-EMPNO TO MATCH-EMPNO.
003620     IF PRV-EMPNO < MATCH-EMPNO
003630        MOVE PRV-EMPNO TO MATCH-EMPNO
003640     END-IF.
003650     IF APR-EMPNO < MATCH-EMPNO
003660        MOVE APR-EMPNO TO MATCH-EMPNO
003670     END-IF.
003680     MOVE 'N' TO HAVE-CURRENT-SW.
003690     MOVE 'N' TO HAVE-PRIOR-SW.
003700     MOVE 'N' TO HAVE-APPROVAL-SW.
003710     IF CUR-EMPNO = MATCH-EMPNO
003720        MOVE 'Y' TO HAVE-CURRENT-SW
003730        MOVE CUR-SALARY TO MATCH-CUR-SALARY
003740        PERFORM 050-READ-CURRENT-SNAPSHOT
003750     END-IF.
003760     IF PRV-EMPNO = MATCH-EMPNO
003770        MOVE 'Y' TO HAVE-PRIOR-SW
003780        MOVE PRV-SALARY TO MATCH-PRV-SALARY
003790        PERFORM 040-READ-PRIOR-SNAPSHOT
003800     END-IF.
003810     PERFORM 150-TAKE-ONE-APPROVAL
003820       UNTIL APR-EMPNO NOT = MATCH-EMPNO.
003830     EVALUATE TRUE
003840       WHEN HAVE-CURRENT AND HAVE-PRIOR AND
003850            MATCH-CUR-SALARY NOT = MATCH-PRV-SALARY
003860         ADD 1 TO CT-SALARY-CHANGES
003870         PERFORM 200-CHECK-CHANGE-APPROVAL
003880       WHEN HAVE-APPROVAL
003890         PERFORM 300-CHECK-APPROVAL-APPLIED
003900       WHEN OTHER
003910         CONTINUE
003920     END-EVALUATE
003930     .
003940*
003950* THE LATEST EFFECTIVE DATE STANDS WHEN HR SENDS MORE THAN ONE.
003960 150-TAKE-ONE-APPROVAL.
003970     IF HAVE-APPROVAL
003980        ADD 1 TO CT-APPROVALS-SUPERSEDED
003990     END-IF.
004000     IF NOT HAVE-APPROVAL OR
004010        APR-EFFECTIVE-DATE NOT < MATCH-APR-EFF-DATE
004020        MOVE 'Y' TO HAVE-APPROVAL-SW
004030        MOVE APR-NEW-SALARY     TO MATCH-APR-SALARY
004040        MOVE APR-EFFECTIVE-DATE TO MATCH-APR-EFF-DATE
004050        MOVE APR-APPROVER       TO MATCH-APR-APPROVER
004060     END-IF.
004070     PERFORM 060-READ-APPROVAL
004080     .
004090*
004100* A SALARY THAT MOVED TONIGHT.
004110 200-CHECK-CHANGE-APPROVAL.
004120     EVALUATE TRUE
004130       WHEN NOT HAVE-APPROVAL
004140         MOVE 'CHANGE HAS NO APPROVAL' TO RPT-MESSAGE
004150         PERFORM 500-WRITE-FINDING
004160         MOVE 'NA' TO EXC-REASON
004170         PERFORM 550-WRITE-EXCEPTION
004180         ADD 1 TO CT-UNAPPROVED
004190       WHEN MATCH-CUR-SALARY NOT = MATCH-APR-SALARY
004200         MOVE 'AMOUNT NOT AS APPROVED' TO RPT-MESSAGE
004210         PERFORM 500-WRITE-FINDING
004220         MOVE 'AD' TO EXC-REASON
004230         PERFORM 550-WRITE-EXCEPTION
004240         ADD 1 TO CT-AMOUNT-DIFFERS
004250       WHEN MATCH-APR-EFF-DATE > RUN-DATE
004260         MOVE 'APPLIED BEFORE EFF DATE' TO RPT-MESSAGE
004270         PERFORM 500-WRITE-FINDING
004280         ADD 1 TO CT-APPLIED-EARLY
004290       WHEN OTHER
004300         ADD 1 TO CT-APPROVED-CHANGES
004310     END-EVALUATE
004320     .
004330*
004340* AN APPROVAL WITH NO CHANGE TONIGHT - FINE IF THE SALARY IS
004350* ALREADY AT THE APPROVED AMOUNT OR IT IS NOT DUE YET.
004360 300-CHECK-APPROVAL-APPLIED.
004370     EVALUATE TRUE
004380       WHEN HAVE-CURRENT AND
004390            MATCH-CUR-SALARY = MATCH-APR-SALARY
004400         ADD 1 TO CT-ALREADY-IN-PLACE
004410       WHEN MATCH-APR-EFF-DATE > RUN-DATE
004420         ADD 1 TO CT-NOT-YET-EFFECTIVE
004430       WHEN NOT HAVE-CURRENT
004440         MOVE 'APPROVED - EMPNO NOT ON EMP' TO RPT-MESSAGE
004450         PERFORM 500-WRITE-FINDING
004460         ADD 1 TO CT-NOT-APPLIED
004470       WHEN OTHER
004480         MOVE 'APPROVAL NEVER APPLIED' TO RPT-MESSAGE
004490         PERFORM 500-WRITE-FINDING
004500         ADD 1 TO CT-NOT-APPLIED
004510     END-EVALUATE
004520     .
004530*
004540* CALLER HAS ALREADY PUT THE FINDING IN RPT-MESSAGE.
004550 500-WRITE-FINDING.
004560     MOVE MATCH-EMPNO TO RPT-EMPNO.
004570     MOVE SPACES TO RPT-OLD-SALARY.
004580     MOVE SPACES TO RPT-NEW-SALARY.
004590     MOVE SPACES TO RPT-APPR-SALARY.
004600     IF HAVE-PRIOR
004610        MOVE MATCH-PRV-SALARY TO RPT-SALARY-ED
004620        MOVE RPT-SALARY-ED TO RPT-OLD-SALARY
004630     END-IF.
004640     IF HAVE-CURRENT
004650        MOVE MATCH-CUR-SALARY TO RPT-SALARY-ED
004660        MOVE RPT-SALARY-ED TO RPT-NEW-SALARY
004670     END-IF.
004680     IF HAVE-APPROVAL
004690        MOVE MATCH-APR-SALARY TO RPT-SALARY-ED
004700        MOVE RPT-SALARY-ED TO RPT-APPR-SALARY
004710     END-IF.
004720     MOVE RPT-DETAIL-LINE TO SALARPT-REC.
004730     WRITE SALARPT-REC.
004740     IF HAVE-APPROVAL
004750        MOVE MATCH-APR-APPROVER TO RPT-APPROVER
004760        MOVE MATCH-APR-EFF-DATE (1:4) TO RPT-DATE-YYYY
004770        MOVE MATCH-APR-EFF-DATE (5:2) TO RPT-DATE-MM
004780        MOVE MATCH-APR-EFF-DATE (7:2) TO RPT-DATE-DD
004790        MOVE RPT-DATE-ED TO RPT-EFFECTIVE-DATE
004800        MOVE RPT-APPROVAL-LINE TO SALARPT-REC
004810        WRITE SALARPT-REC
004820     END-IF.
004830     MOVE SPACES TO RPT-MESSAGE
004840     .
004850*
004860* CALLER HAS ALREADY SET EXC-REASON.
004870 550-WRITE-EXCEPTION.
004880     MOVE MATCH-EMPNO      TO EXC-EMPNO.
004890     MOVE MATCH-PRV-SALARY TO EXC-OLD-SALARY.
004900     MOVE MATCH-CUR-SALARY TO EXC-NEW-SALARY.
004910     MOVE RUN-DATE         TO EXC-RUN-DATE.
004920     IF HAVE-APPROVAL
004930        MOVE MATCH-APR-SALARY   TO EXC-APPROVED-SALARY
004940        MOVE MATCH-APR-EFF-DATE TO EXC-EFFECTIVE-DATE
004950        MOVE MATCH-APR-APPROVER TO EXC-APPROVER
004960     ELSE
004970        MOVE ZERO   TO EXC-APPROVED-SALARY
004980        MOVE SPACES TO EXC-EFFECTIVE-DATE
004990        MOVE SPACES TO EXC-APPROVER
005000     END-IF.
005010     WRITE SALEXCP-REC
005020     .
005030 800-WRITE-CONTROL-TOTALS.
005040     MOVE SPACES TO SALARPT-REC.
005050     WRITE SALARPT-REC.
005060     MOVE CT-SALARY-CHANGES  TO RPT-TOT-CHANGED.
005070     MOVE CT-UNAPPROVED      TO RPT-TOT-UNAPPROVED.
005080     MOVE CT-AMOUNT-DIFFERS  TO RPT-TOT-DIFFERS.
005090     MOVE CT-NOT-APPLIED     TO RPT-TOT-NOT-APPLIED.
005100     MOVE RPT-TOTALS-LINE TO SALARPT-REC.
005110     WRITE SALARPT-REC.
005120     DISPLAY 'SALAUTH CONTROL TOTALS'.
005130     DISPLAY '  PRIOR SNAPSHOT READ  = ' CT-PRIOR-READ.
005140     DISPLAY '  TONIGHT SNAPSHOT READ= ' CT-CURRENT-READ.
005150     DISPLAY '  APPROVALS READ       = ' CT-APPROVALS-READ.
005160     DISPLAY '  APPROVALS REJECTED   = ' CT-APPROVALS-REJECTED.
005170     DISPLAY '  APPROVALS SUPERSEDED = ' CT-APPROVALS-SUPERSEDED.
005180     DISPLAY '  SALARY CHANGES       = ' CT-SALARY-CHANGES.
005190     DISPLAY '  APPROVED AS MADE     = ' CT-APPROVED-CHANGES.
005200     DISPLAY '  APPLIED EARLY        = ' CT-APPLIED-EARLY.
005210     DISPLAY '  NO APPROVAL          = ' CT-UNAPPROVED.
005220     DISPLAY '  AMOUNT DIFFERS       = ' CT-AMOUNT-DIFFERS.
005230     DISPLAY '  APPROVAL NOT APPLIED = ' CT-NOT-APPLIED.
005240     DISPLAY '  ALREADY IN PLACE     = ' CT-ALREADY-IN-PLACE.
005250     DISPLAY '  NOT YET EFFECTIVE    = ' CT-NOT-YET-EFFECTIVE.
005260     IF CT-UNAPPROVED > ZERO OR CT-AMOUNT-DIFFERS > ZERO OR
005270        CT-NOT-APPLIED > ZERO OR CT-APPLIED-EARLY > ZERO
005280        MOVE 4 TO RETURN-CODE
005290     END-IF.
005300     IF CT-APPROVALS-REJECTED > ZERO
005310        MOVE 8 TO RETURN-CODE
005320     END-IF
005330     .
005340 900-CLOSE-FILES.
005350     CLOSE SALAPPR-FILE.
005360     CLOSE CURSNAP-FILE.
005370     IF PRVSNAP-STATUS = '00'
005380        CLOSE PRVSNAP-FILE
005390     END-IF.
005400     CLOSE SALARPT-FILE.
005410     CLOSE SALEXCP-FILE
005420     .
