000010*********************************************************
000020* C O B O L - D B 2
000030* DUPLICATE-CUSTOMER MERGE - APPLIES THE SURVIVOR/DUPLICATE
000040* PAIRS A CLERK HAS REVIEWED OFF CUSTDUPE'S CLUSTER REPORT:
000050* FILLS THE SURVIVOR'S BLANK COLUMNS FROM THE DUPLICATE,
000060* CLOSES THE DUPLICATE AS MERGED, AND RECORDS THE OLD-TO-NEW
000070* CUSTIDC ON THE PERMANENT CROSS-REFERENCE AND THE CRM FEED.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     CUSTMRGE.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. CUSTDUPE SHOWS THE CLUSTERS BUT
000210*                   EVERY ONE WAS STILL BEING FIXED BY HAND, AND
000220*                   THE INQUIRY HISTORY STAYED SPLIT ACROSS THE
000230*                   OLD CUSTIDC VALUES. THE CLERK NOW KEYS ONE
000240*                   MRGPAIRS CARD PER REVIEWED PAIR (SURVIVOR,
000250*                   DUPLICATE, CLUSTER TYPE, REVIEWER). FOR EACH
000260*                   PAIR THIS JOB FILLS THE SURVIVOR'S BLANK
000270*                   COLUMNS FROM THE DUPLICATE, CLOSES THE
000280*                   DUPLICATE (CUSTSTATUS 'C', CUSTCLOSERSN 'M'
000290*                   PLUS THE CLUSTER TYPE), ADDS THE OLD-TO-NEW
000300*                   CUSTIDC TO THE CUSTXREF KSDS THAT CUSTINFQ
000310*                   REDIRECTS THROUGH, AND SENDS THE CRM AN 'M'
000320*                   RECORD IN CUSTDLT'S 171-BYTE SHAPE SO IT
000330*                   COLLAPSES THE TWO ACCOUNTS TOO. EACH PAIR IS
000340*                   ITS OWN UNIT OF WORK - COMMITTED ONLY WHEN
000350*                   BOTH ROWS AND THE CROSS-REFERENCE ARE DONE,
000360*                   ROLLED BACK OTHERWISE. CUSTXREF IS DEFINED
000370*                   ONCE AND KEPT - THE JCL MUST NEVER DELETE/
000380*                   DEFINE IT THE WAY CUSTUNLD'S KSDS IS.
000390*
000400*----------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420*----------------------------------------------
000430 CONFIGURATION                   SECTION.
000440 INPUT-OUTPUT                    SECTION.
000450 FILE-CONTROL.
000460     SELECT MRGPAIRS-FILE        ASSIGN TO MRGPAIRS
000470                                 ORGANIZATION IS SEQUENTIAL.
000480     SELECT CUSTXREF-FILE        ASSIGN TO CUSTXREF
000490                                 ORGANIZATION IS INDEXED
000500                                 ACCESS MODE IS RANDOM
000510                                 RECORD KEY IS XRF-OLD-CUSTIDC
000520                                 FILE STATUS IS XREF-STATUS.
000530     SELECT CUSTMRG-FILE         ASSIGN TO CUSTMRG
000540                                 ORGANIZATION IS SEQUENTIAL.
000550     SELECT MRGERPT-FILE         ASSIGN TO MRGERPT
000560                                 ORGANIZATION IS SEQUENTIAL.
000570 DATA                            DIVISION.
000580*----------------------------------------------
000590 FILE                            SECTION.
000600*----------------------------------------------
000610*
000620* THE REVIEWED PAIRS - ONE CARD PER DUPLICATE TO FOLD INTO ITS
000630* SURVIVOR. CLUSTER TYPE IS THE CUSTDUPE SECTION THE PAIR CAME
000640* FROM: E = SAME EMAIL, N = SAME NAME AND ZIP, R = OTHER
000650* REVIEWER DECISION.
000660 FD  MRGPAIRS-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD
000690     BLOCK CONTAINS 0 RECORDS.
000700 01  MRGPAIRS-REC.
000710     05  MPR-SURVIVOR-CUSTIDC    PIC X(14).
000720     05  MPR-DUPLICATE-CUSTIDC   PIC X(14).
000730     05  MPR-CLUSTER-TYPE        PIC X(01).
000740         88  MPR-CLUSTER-VALID           VALUE 'E' 'N' 'R'.
000750     05  MPR-REVIEWER            PIC X(08).
000760     05  FILLER                  PIC X(43).
000770*
000780* PERMANENT OLD-TO-NEW CUSTIDC CROSS-REFERENCE, KEYED ON THE
000790* MERGED-AWAY CUSTIDC. MUST STAY IN STEP WITH CUSTINFQ'S LAYOUT.
000800 FD  CUSTXREF-FILE.
000810 01  CUSTXREF-REC.
000820     05  XRF-OLD-CUSTIDC         PIC X(14).
000830     05  XRF-NEW-CUSTIDC         PIC X(14).
000840     05  XRF-MERGE-DATE          PIC X(08).
000850     05  XRF-MERGE-REASON        PIC X(02).
000860     05  XRF-REVIEWER            PIC X(08).
000870     05  FILLER                  PIC X(34).
000880*
000890* CRM MERGE RECORDS - THE SAME 171 BYTES AS CUSTDLTA'S CUSTDLT
000900* FEED, CHANGE CODE 'M', SO THE JCL CAN HAND BOTH TO THE CRM
000910* AS ONE CONCATENATION.
000920 FD  CUSTMRG-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD
000950     BLOCK CONTAINS 0 RECORDS.
000960 01  CUSTMRG-REC.
000970     05  MRG-CHANGE-CODE         PIC X(01).
000980     05  MRG-OLD-CUSTIDC         PIC X(14).
000990     05  MRG-NEW-CUSTIDC         PIC X(14).
001000     05  MRG-MERGE-DATE          PIC X(08).
001010     05  MRG-MERGE-REASON        PIC X(02).
001020     05  FILLER                  PIC X(132).
001030*
001040* PRINTED LOG OF EVERY PAIR - MERGED OR WHY NOT.
001050 FD  MRGERPT-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD
001080     BLOCK CONTAINS 0 RECORDS.
001090 01  MRGERPT-REC                 PIC X(80).
001100*
001110 WORKING-STORAGE                 SECTION.
001120*---------------------------------------------*
001130* SWITCHES                                    *
001140*---------------------------------------------*
001150 01  SWITCHES.
001160     05 MRGPAIRS-EOF-SW          PIC X   VALUE 'N'.
001170        88 MRGPAIRS-EOF                  VALUE 'Y'.
001180     05 PAIR-REJECTED-SW         PIC X   VALUE 'N'.
001190        88 PAIR-REJECTED                 VALUE 'Y'.
001200*
001210 01  XREF-STATUS                 PIC X(02) VALUE SPACES.
001220 01  MERGE-DATE                  PIC X(08) VALUE SPACES.
001230 01  MERGE-REASON                PIC X(02) VALUE SPACES.
001240 01  FIELDS-FILLED               PIC S9(4) COMP VALUE ZERO.
001250*
001260* THE DUPLICATE'S ROW. THE SURVIVOR'S IS READ INTO THE CUSTINFQ
001270* HOST VARIABLES, WHICH ARE ALSO WHAT THE SURVIVOR UPDATE SETS.
001280 01  DUP-CUSTOMER-ROW.
001290     05  DUP-CUSTIDC             PIC X(14).
001300     05  DUP-CUSTNAME            PIC X(30).
001310     05  DUP-CUSTSEX             PIC X(01).
001320     05  DUP-CUSTADDR            PIC X(30).
001330     05  DUP-CUSTCITY            PIC X(20).
001340     05  DUP-CUSTTEL             PIC X(15).
001350     05  DUP-ZIPCODE             PIC X(09).
001360     05  DUP-CUSTSTATUS          PIC X(01).
001370     05  DUP-CUSTEMAIL           PIC X(40).
001380*--------------------------------------------*
001390* CONTROL TOTALS                             *
001400*--------------------------------------------*
001410 01  CONTROL-TOTALS.
001420     05 CT-PAIRS-READ            PIC S9(7) COMP VALUE ZERO.
001430     05 CT-PAIRS-MERGED          PIC S9(7) COMP VALUE ZERO.
001440     05 CT-PAIRS-REJECTED        PIC S9(7) COMP VALUE ZERO.
001450     05 CT-SURVIVORS-UPDATED     PIC S9(7) COMP VALUE ZERO.
001460     05 CT-FIELDS-FILLED         PIC S9(7) COMP VALUE ZERO.
001470     05 CT-CRM-RECORDS           PIC S9(7) COMP VALUE ZERO.
001480*
001490 01  RPT-HEADING-LINE.
001500     05  FILLER                  PIC X(16) VALUE
001510         'SURVIVOR'.
001520     05  FILLER                  PIC X(16) VALUE
001530         'DUPLICATE'.
001540     05  FILLER                  PIC X(48) VALUE
001550         'RESULT'.
001560*
001570 01  RPT-DETAIL-LINE.
001580     05  RPT-SURVIVOR            PIC X(14).
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  RPT-DUPLICATE           PIC X(14).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  RPT-RESULT              PIC X(30).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  RPT-FILLED-LABEL        PIC X(07).
001650     05  RPT-FILLED-COUNT        PIC Z9.
001660     05  FILLER                  PIC X(07) VALUE SPACES.
001670*
001680 01  RPT-TOTALS-LINE.
001690     05  FILLER                  PIC X(12) VALUE
001700         'PAIRS READ ='.
001710     05  RPT-TOT-READ            PIC ZZZZZ9.
001720     05  FILLER                  PIC X(09) VALUE
001730         ' MERGED ='.
001740     05  RPT-TOT-MERGED          PIC ZZZZZ9.
001750     05  FILLER                  PIC X(11) VALUE
001760         ' REJECTED ='.
001770     05  RPT-TOT-REJECTED        PIC ZZZZZ9.
001780     05  FILLER                  PIC X(16) VALUE
001790         ' FIELDS FILLED ='.
001800     05  RPT-TOT-FILLED          PIC ZZZZZ9.
001810     05  FILLER                  PIC X(08) VALUE SPACES.
001820*--------------------------------------------*
001830* DB2 HOST VARIABLES - SAME COPYBOOK CUSTINFQ USES            *
001840*--------------------------------------------*
001850     EXEC SQL
001860       INCLUDE CUSTINFQ
001870     END-EXEC.
001880*
001890     EXEC SQL
001900       INCLUDE SQLCA
001910     END-EXEC.
001920*
001930 PROCEDURE                       DIVISION.
001940 000-MERGE-DUPLICATE-CUSTOMERS.
001950     PERFORM 010-OPEN-FILES.
001960     PERFORM 100-MERGE-ONE-PAIR
001970       UNTIL MRGPAIRS-EOF.
001980     PERFORM 800-WRITE-CONTROL-TOTALS.
001990     PERFORM 900-CLOSE-FILES.
002000     STOP RUN
002010     .
002020 010-OPEN-FILES.
002030     OPEN I-O CUSTXREF-FILE.
002040     IF XREF-STATUS NOT = '00'
002050        DISPLAY 'CUSTMRGE: CUSTXREF OPEN FAILED, STATUS='
002060                XREF-STATUS
002070        MOVE 16 TO RETURN-CODE
002080        STOP RUN
002090     END-IF.
002100     OPEN INPUT  MRGPAIRS-FILE.
002110     OPEN OUTPUT CUSTMRG-FILE.
002120     OPEN OUTPUT MRGERPT-FILE.
002130     ACCEPT MERGE-DATE FROM DATE YYYYMMDD.
002140     MOVE RPT-HEADING-LINE TO MRGERPT-REC.
002150     WRITE MRGERPT-REC.
002160     MOVE SPACES TO MRGERPT-REC.
002170     WRITE MRGERPT-REC.
002180     PERFORM 020-READ-MRGPAIRS
002190     .
002200 020-READ-MRGPAIRS.
002210     READ MRGPAIRS-FILE
002220       AT END
002230         MOVE 'Y' TO MRGPAIRS-EOF-SW
002240       NOT AT END
002250         ADD 1 TO CT-PAIRS-READ
002260     END-READ
002270     .
002280*------------------------------------------------------------
002290*** ONE REVIEWED PAIR. EACH CHECK THAT FAILS NAMES ITS REASON
002300*** ON THE LOG AND LEAVES BOTH ROWS AS THEY WERE.
002310*------------------------------------------------------------
002320 100-MERGE-ONE-PAIR.
002330     MOVE 'N' TO PAIR-REJECTED-SW.
002340     MOVE ZERO TO FIELDS-FILLED.
002350     MOVE SPACES TO RPT-DETAIL-LINE.
002360     MOVE MPR-SURVIVOR-CUSTIDC  TO RPT-SURVIVOR.
002370     MOVE MPR-DUPLICATE-CUSTIDC TO RPT-DUPLICATE.
002380     PERFORM 200-CHECK-PAIR.
002390     IF NOT PAIR-REJECTED
002400        PERFORM 300-FILL-SURVIVOR-BLANKS
002410        PERFORM 400-APPLY-MERGE
002420     END-IF.
002430     IF PAIR-REJECTED
002440        ADD 1 TO CT-PAIRS-REJECTED
002445        IF RETURN-CODE < 8
002450           MOVE 8 TO RETURN-CODE
002455        END-IF
002460     ELSE
002470        ADD 1 TO CT-PAIRS-MERGED
002480        MOVE 'MERGED'  TO RPT-RESULT
002490        MOVE 'FILLED ' TO RPT-FILLED-LABEL
002500        MOVE FIELDS-FILLED TO RPT-FILLED-COUNT
002510        PERFORM 500-WRITE-CRM-MERGE-RECORD
002520     END-IF.
002530     MOVE RPT-DETAIL-LINE TO MRGERPT-REC.
002540     WRITE MRGERPT-REC.
002550     PERFORM 020-READ-MRGPAIRS
002560     .
002570*
002580* THE CARD ITSELF, THEN THE CROSS-REFERENCE (A DUPLICATE ALREADY
002590* MERGED, OR A SURVIVOR THAT WAS ITSELF MERGED AWAY, IS REFUSED),
002600* THEN BOTH ROWS MUST BE ON P390.CUSTINFO AND STILL OPEN.
002610 200-CHECK-PAIR.
002620     PERFORM 230-CHECK-CARD.
002630     IF NOT PAIR-REJECTED
002640        PERFORM 240-CHECK-CROSS-REFERENCE
002650     END-IF.
002660     IF NOT PAIR-REJECTED
002670        PERFORM 250-CHECK-SURVIVOR-ROW
002680     END-IF.
002690     IF NOT PAIR-REJECTED
002700        PERFORM 260-CHECK-DUPLICATE-ROW
002710     END-IF
002720     .
003340 210-SELECT-SURVIVOR.
003350     MOVE MPR-SURVIVOR-CUSTIDC TO CUSTIDC.
003360     EXEC SQL
003370       SELECT CUSTNAME,   CUSTSEX,    CUSTADDR,
003380              CUSTCITY,   CUSTTEL,    ZIPCODE,
003390              CUSTSTATUS, CUSTEMAIL
003400       INTO  :CUSTNAME,  :CUSTSEX,   :CUSTADDR,
003410             :CUSTCITY,  :CUSTTEL,   :ZIPCODE,
003420             :CUSTSTATUS,:CUSTEMAIL
003430       FROM  P390.CUSTINFO
003440          WHERE CUSTIDC = :CUSTIDC
003450     END-EXEC
003460     .
003470 220-SELECT-DUPLICATE.
003480     MOVE MPR-DUPLICATE-CUSTIDC TO DUP-CUSTIDC.
003490     EXEC SQL
003500       SELECT CUSTNAME,   CUSTSEX,    CUSTADDR,
003510              CUSTCITY,   CUSTTEL,    ZIPCODE,
003520              CUSTSTATUS, CUSTEMAIL
003530       INTO  :DUP-CUSTNAME,  :DUP-CUSTSEX,   :DUP-CUSTADDR,
003540             :DUP-CUSTCITY,  :DUP-CUSTTEL,   :DUP-ZIPCODE,
003550             :DUP-CUSTSTATUS,:DUP-CUSTEMAIL
003560       FROM  P390.CUSTINFO
003570          WHERE CUSTIDC = :DUP-CUSTIDC
003580     END-EXEC
003590     .
003591 230-CHECK-CARD.
003592     EVALUATE TRUE
003593       WHEN MPR-SURVIVOR-CUSTIDC NOT NUMERIC OR
003594            MPR-DUPLICATE-CUSTIDC NOT NUMERIC
003595         MOVE 'CUSTIDC NOT NUMERIC'        TO RPT-RESULT
003596         MOVE 'Y' TO PAIR-REJECTED-SW
003597       WHEN MPR-SURVIVOR-CUSTIDC = MPR-DUPLICATE-CUSTIDC
003598         MOVE 'SURVIVOR SAME AS DUPLICATE' TO RPT-RESULT
003599         MOVE 'Y' TO PAIR-REJECTED-SW
003600       WHEN NOT MPR-CLUSTER-VALID
003601         MOVE 'CLUSTER TYPE NOT E, N OR R' TO RPT-RESULT
003602         MOVE 'Y' TO PAIR-REJECTED-SW
003603     END-EVALUATE
003604     .
003605 240-CHECK-CROSS-REFERENCE.
003606     MOVE MPR-DUPLICATE-CUSTIDC TO XRF-OLD-CUSTIDC.
003607     READ CUSTXREF-FILE
003608       INVALID KEY
003609         CONTINUE
003610       NOT INVALID KEY
003611         MOVE 'DUPLICATE ALREADY MERGED'  TO RPT-RESULT
003612         MOVE 'Y' TO PAIR-REJECTED-SW
003613     END-READ.
003614     IF NOT PAIR-REJECTED
003615        MOVE MPR-SURVIVOR-CUSTIDC TO XRF-OLD-CUSTIDC
003616        READ CUSTXREF-FILE
003617          INVALID KEY
003618            CONTINUE
003619          NOT INVALID KEY
003620            MOVE 'SURVIVOR WAS MERGED AWAY' TO RPT-RESULT
003621            MOVE 'Y' TO PAIR-REJECTED-SW
003622        END-READ
003623     END-IF
003624     .
003625 250-CHECK-SURVIVOR-ROW.
003626     PERFORM 210-SELECT-SURVIVOR.
003627     EVALUATE TRUE
003628       WHEN SQLCODE = 100
003629         MOVE 'SURVIVOR NOT ON CUSTINFO'   TO RPT-RESULT
003630         MOVE 'Y' TO PAIR-REJECTED-SW
003631       WHEN SQLCODE NOT = ZERO
003632         DISPLAY 'CUSTMRGE: SURVIVOR SELECT FAILED, SQLCODE= '
003633                 SQLCODE
003634         MOVE 'DB2 ERROR READING SURVIVOR' TO RPT-RESULT
003635         MOVE 'Y' TO PAIR-REJECTED-SW
003636       WHEN CUSTSTATUS-CLOSED
003637         MOVE 'SURVIVOR IS CLOSED'         TO RPT-RESULT
003638         MOVE 'Y' TO PAIR-REJECTED-SW
003639     END-EVALUATE
003640     .
003641 260-CHECK-DUPLICATE-ROW.
003642     PERFORM 220-SELECT-DUPLICATE.
003643     EVALUATE TRUE
003644       WHEN SQLCODE = 100
003645         MOVE 'DUPLICATE NOT ON CUSTINFO'  TO RPT-RESULT
003646         MOVE 'Y' TO PAIR-REJECTED-SW
003647       WHEN SQLCODE NOT = ZERO
003648         DISPLAY 'CUSTMRGE: DUPLICATE SELECT FAILED, SQLCODE= '
003649                 SQLCODE
003650         MOVE 'DB2 ERROR READING DUPLICATE' TO RPT-RESULT
003651         MOVE 'Y' TO PAIR-REJECTED-SW
003652       WHEN DUP-CUSTSTATUS = 'C'
003653         MOVE 'DUPLICATE IS ALREADY CLOSED' TO RPT-RESULT
003654         MOVE 'Y' TO PAIR-REJECTED-SW
003655     END-EVALUATE
003656     .
003657*------------------------------------------------------------
003658*** ONLY A BLANK SURVIVOR COLUMN IS FILLED - NOTHING THE
003659*** SURVIVOR ALREADY HOLDS IS OVERWRITTEN. THE POSTAL ADDRESS
003660*** (CUSTADDR, CUSTCITY, ZIPCODE) MOVES AS A UNIT AND ONLY INTO
003661*** A SURVIVOR WITH NO ADDRESS AT ALL, SO A STREET FROM ONE
003662*** ADDRESS IS NEVER PAIRED WITH THE ZIP OF ANOTHER.
003663*------------------------------------------------------------
003670 300-FILL-SURVIVOR-BLANKS.
003680     IF CUSTNAME = SPACES AND DUP-CUSTNAME NOT = SPACES
003690        MOVE DUP-CUSTNAME TO CUSTNAME
003700        ADD 1 TO FIELDS-FILLED
003710     END-IF.
003720     IF CUSTSEX = SPACES AND DUP-CUSTSEX NOT = SPACES
003730        MOVE DUP-CUSTSEX TO CUSTSEX
003740        ADD 1 TO FIELDS-FILLED
003750     END-IF.
003760     IF CUSTTEL = SPACES AND DUP-CUSTTEL NOT = SPACES
003770        MOVE DUP-CUSTTEL TO CUSTTEL
003780        ADD 1 TO FIELDS-FILLED
003790     END-IF.
003800     IF CUSTEMAIL = SPACES AND DUP-CUSTEMAIL NOT = SPACES
003810        MOVE DUP-CUSTEMAIL TO CUSTEMAIL
003820        ADD 1 TO FIELDS-FILLED
003830     END-IF.
003840     IF CUSTADDR = SPACES AND CUSTCITY = SPACES AND
003850        ZIPCODE = SPACES AND DUP-CUSTADDR NOT = SPACES
003860        MOVE DUP-CUSTADDR TO CUSTADDR
003870        MOVE DUP-CUSTCITY TO CUSTCITY
003880        MOVE DUP-ZIPCODE  TO ZIPCODE
003890        ADD 3 TO FIELDS-FILLED
003900     END-IF
003910     .
003920*------------------------------------------------------------
003930*** THE UNIT OF WORK - SURVIVOR UPDATE (IF ANYTHING WAS
003940*** FILLED), DUPLICATE CLOSE, CROSS-REFERENCE ADD, COMMIT.
003950*** ANY FAILURE ROLLS BOTH ROWS BACK AND REJECTS THE PAIR.
003960*------------------------------------------------------------
003970 400-APPLY-MERGE.
003980     IF FIELDS-FILLED > ZERO
003982        PERFORM 410-UPDATE-SURVIVOR
003984     END-IF.
003986     IF NOT PAIR-REJECTED
003988        PERFORM 420-CLOSE-DUPLICATE
003990     END-IF.
003992     IF NOT PAIR-REJECTED
003994        PERFORM 430-ADD-CROSS-REFERENCE
003996     END-IF.
003998     IF NOT PAIR-REJECTED
004000        PERFORM 440-COMMIT-PAIR
004002     END-IF.
004004     IF PAIR-REJECTED
004006        EXEC SQL
004008          ROLLBACK
004010        END-EXEC
004012     ELSE
004014        IF FIELDS-FILLED > ZERO
004016           ADD 1 TO CT-SURVIVORS-UPDATED
004018           ADD FIELDS-FILLED TO CT-FIELDS-FILLED
004020        END-IF
004022     END-IF
004024     .
004026 410-UPDATE-SURVIVOR.
004028     EXEC SQL
004030       UPDATE P390.CUSTINFO
004032          SET CUSTNAME  = :CUSTNAME,
004034              CUSTSEX   = :CUSTSEX,
004036              CUSTADDR  = :CUSTADDR,
004038              CUSTCITY  = :CUSTCITY,
004040              CUSTTEL   = :CUSTTEL,
004042              ZIPCODE   = :ZIPCODE,
004044              CUSTEMAIL = :CUSTEMAIL
004046        WHERE CUSTIDC   = :CUSTIDC
004048     END-EXEC.
004050     IF SQLCODE NOT = ZERO
004052        DISPLAY 'CUSTMRGE: SURVIVOR UPDATE FAILED, SQLCODE= '
004054                SQLCODE
004056        MOVE 'DB2 ERROR UPDATING SURVIVOR' TO RPT-RESULT
004058        MOVE 'Y' TO PAIR-REJECTED-SW
004060     END-IF
004062     .
004064 420-CLOSE-DUPLICATE.
004170     MOVE 'M'              TO MERGE-REASON (1:1).
004180     MOVE MPR-CLUSTER-TYPE TO MERGE-REASON (2:1).
004190     EXEC SQL
004200       UPDATE P390.CUSTINFO
004210          SET CUSTSTATUS   = 'C',
004220              CUSTCLOSEDT  = CHAR(CURRENT DATE, ISO),
004230              CUSTCLOSERSN = :MERGE-REASON
004240        WHERE CUSTIDC      = :DUP-CUSTIDC
004250     END-EXEC.
004260     IF SQLCODE NOT = ZERO
004270        DISPLAY 'CUSTMRGE: DUPLICATE CLOSE FAILED, SQLCODE= '
004280                SQLCODE
004290        MOVE 'DB2 ERROR CLOSING DUPLICATE' TO RPT-RESULT
004295        MOVE 'Y' TO PAIR-REJECTED-SW
004300     END-IF
004305     .
004310 430-ADD-CROSS-REFERENCE.
004320     MOVE SPACES                TO CUSTXREF-REC.
004330     MOVE MPR-DUPLICATE-CUSTIDC TO XRF-OLD-CUSTIDC.
004340     MOVE MPR-SURVIVOR-CUSTIDC  TO XRF-NEW-CUSTIDC.
004350     MOVE MERGE-DATE            TO XRF-MERGE-DATE.
004360     MOVE MERGE-REASON          TO XRF-MERGE-REASON.
004370     MOVE MPR-REVIEWER          TO XRF-REVIEWER.
004380     WRITE CUSTXREF-REC
004390       INVALID KEY
004400         DISPLAY 'CUSTMRGE: CUSTXREF WRITE FAILED, STATUS='
004410                 XREF-STATUS
004420         MOVE 'CROSS-REFERENCE WRITE FAILED' TO RPT-RESULT
004430         MOVE 'Y' TO PAIR-REJECTED-SW
004435     END-WRITE
004440     .
004445*
004450* THE CROSS-REFERENCE IS NOT UNDER DB2'S CONTROL, SO A COMMIT
004455* THAT FAILS TAKES ITS RECORD BACK OUT BY HAND - OTHERWISE
004460* CUSTINFQ WOULD REDIRECT TO A MERGE THAT NEVER HAPPENED. A
004465* FAILED COMMIT IS A DB2 PROBLEM, NOT A BAD CARD - RC 16.
004470 440-COMMIT-PAIR.
004480     EXEC SQL
004490       COMMIT
004500     END-EXEC.
004510     IF SQLCODE NOT = ZERO
004520        DISPLAY 'CUSTMRGE: COMMIT FAILED, SQLCODE= ' SQLCODE
004530        MOVE 'DB2 COMMIT FAILED'           TO RPT-RESULT
004540        MOVE 'Y' TO PAIR-REJECTED-SW
004550        MOVE 16 TO RETURN-CODE
004560        MOVE MPR-DUPLICATE-CUSTIDC TO XRF-OLD-CUSTIDC
004570        DELETE CUSTXREF-FILE
004580          INVALID KEY
004590            DISPLAY 'CUSTMRGE: CUSTXREF DELETE FAILED, STATUS='
004600                    XREF-STATUS
004610        END-DELETE
004620     END-IF
004630     .
004650 500-WRITE-CRM-MERGE-RECORD.
004660     MOVE SPACES                TO CUSTMRG-REC.
004670     MOVE 'M'                   TO MRG-CHANGE-CODE.
004680     MOVE MPR-DUPLICATE-CUSTIDC TO MRG-OLD-CUSTIDC.
004690     MOVE MPR-SURVIVOR-CUSTIDC  TO MRG-NEW-CUSTIDC.
004700     MOVE MERGE-DATE            TO MRG-MERGE-DATE.
004710     MOVE MERGE-REASON          TO MRG-MERGE-REASON.
004720     WRITE CUSTMRG-REC.
004730     ADD 1 TO CT-CRM-RECORDS
004740     .
004750 800-WRITE-CONTROL-TOTALS.
004760     MOVE SPACES TO MRGERPT-REC.
004770     WRITE MRGERPT-REC.
004780     MOVE CT-PAIRS-READ      TO RPT-TOT-READ.
004790     MOVE CT-PAIRS-MERGED    TO RPT-TOT-MERGED.
004800     MOVE CT-PAIRS-REJECTED  TO RPT-TOT-REJECTED.
004810     MOVE CT-FIELDS-FILLED   TO RPT-TOT-FILLED.
004820     MOVE RPT-TOTALS-LINE TO MRGERPT-REC.
004830     WRITE MRGERPT-REC.
004840     DISPLAY 'CUSTMRGE CONTROL TOTALS'.
004850     DISPLAY '  PAIRS READ         = ' CT-PAIRS-READ.
004860     DISPLAY '  PAIRS MERGED       = ' CT-PAIRS-MERGED.
004870     DISPLAY '  PAIRS REJECTED     = ' CT-PAIRS-REJECTED.
004880     DISPLAY '  SURVIVORS UPDATED  = ' CT-SURVIVORS-UPDATED.
004890     DISPLAY '  FIELDS FILLED      = ' CT-FIELDS-FILLED.
004900     DISPLAY '  CRM MERGE RECORDS  = ' CT-CRM-RECORDS
004910     .
004920 900-CLOSE-FILES.
004930     CLOSE MRGPAIRS-FILE.
004940     CLOSE CUSTXREF-FILE.
004950     CLOSE CUSTMRG-FILE.
004960     CLOSE MRGERPT-FILE
004970     .
