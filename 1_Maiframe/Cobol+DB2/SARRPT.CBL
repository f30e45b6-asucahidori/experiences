000010*********************************************************
000020* C O B O L - D B 2
000030* CUSTOMER DATA SUBJECT ACCESS REPORT - FOR EACH CUSTIDC ON
000040* THE CONTROL CARDS, ONE CONSOLIDATED REPORT OF WHAT WE HOLD
000050* ON THE CUSTOMER AND WHO HAS LOOKED AT IT: THE MASTER ROW,
000060* THE INQUIRY AUDIT TRAIL, THE CRM FEED RECORDS, AND THE
000070* CLOSURE EXTRACTS AND LETTERS THAT INCLUDED THEM.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     SARRPT.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. LEGAL WAS HAVING US ANSWER EACH
000210*                   PRIVACY REQUEST BY HAND FROM FOUR PLACES.
000220*                   ONE SARCARD PER CUSTIDC (PLUS LEGAL'S
000230*                   REQUEST REFERENCE, PRINTED ON THE REPORT).
000240*                   PER CUSTOMER, ON A NEW PAGE: THE CURRENT
000250*                   P390.CUSTINFO ROW; EVERY CUSTAUD INQUIRY
000260*                   ENTRY ON THE CUSTIDC (USER, DATE, TIME);
000270*                   EVERY CUSTDLT RECORD SENT TO THE CRM,
000280*                   INCLUDING CUSTMRGE'S 'M' MERGE RECORDS; EVERY
000290*                   CLSDEXT CLOSURE EXTRACT RECORD; AND EVERY
000300*                   CLSDLTRS LETTER ON ITS LTRLOG. THE JCL
000310*                   CONCATENATES ALL RETAINED GENERATIONS OF THE
000320*                   CUSTDLT/CUSTMRG AND CLSDEXT DATASETS UNDER
000330*                   CUSTDLTH AND CLSDEXTH. EACH SOURCE IS READ
000340*                   FRONT TO BACK ONCE PER CUSTOMER - A REQUEST
000350*                   RUN CARRIES A HANDFUL OF CUSTIDCS, NOT
000360*                   THOUSANDS. A SOURCE THAT CANNOT BE OPENED IS
000370*                   SAID SO ON THE REPORT (RC 4) RATHER THAN
000380*                   SILENTLY REPORTED AS EMPTY.
000382* 2026-10-15  RGM   SHOW 'E-MAIL' FOR CLSDLTRS LETTERS SENT BY
000384*                   E-MAIL; THE SENT-TO COLUMN IS THEN THE
000386*                   ADDRESS IT WENT TO.
000390*
000400*----------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420*----------------------------------------------
000430 CONFIGURATION                   SECTION.
000440 INPUT-OUTPUT                    SECTION.
000450 FILE-CONTROL.
000460     SELECT SARCARD-FILE         ASSIGN TO SARCARD
000470                                 ORGANIZATION IS SEQUENTIAL.
000480     SELECT AUDIT-FILE           ASSIGN TO CUSTAUD
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS AUDIT-STATUS.
000510     SELECT DLTHIST-FILE         ASSIGN TO CUSTDLTH
000520                                 ORGANIZATION IS SEQUENTIAL
000530                                 FILE STATUS IS DLTHIST-STATUS.
000540     SELECT EXTHIST-FILE         ASSIGN TO CLSDEXTH
000550                                 ORGANIZATION IS SEQUENTIAL
000560                                 FILE STATUS IS EXTHIST-STATUS.
000570     SELECT LTRLOG-FILE          ASSIGN TO LTRLOG
000580                                 ORGANIZATION IS SEQUENTIAL
000590                                 FILE STATUS IS LTRLOG-STATUS.
000600     SELECT SARRPT-FILE          ASSIGN TO SARRPT
000610                                 ORGANIZATION IS SEQUENTIAL.
000620 DATA                            DIVISION.
000630*----------------------------------------------
000640 FILE                            SECTION.
000650*----------------------------------------------
000660*
000670* ONE CARD PER CUSTOMER ASKED ABOUT.
000680 FD  SARCARD-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     BLOCK CONTAINS 0 RECORDS.
000720 01  SARCARD-REC.
000730     05  SAR-CUSTIDC             PIC X(14).
000740     05  SAR-REQUEST-REF         PIC X(20).
000750     05  FILLER                  PIC X(46).
000760*
000770* CUSTINFQ'S INQUIRY AUDIT TRAIL. MUST STAY IN STEP WITH
000780* CUSTINFQ'S AUDIT-FILE-REC.
000790 FD  AUDIT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD
000820     BLOCK CONTAINS 0 RECORDS.
000830 01  AUDIT-FILE-REC.
000840     05  AUD-USERID              PIC X(08).
000850     05  AUD-DATE                PIC X(08).
000860     05  AUD-TIME                PIC X(08).
000870     05  AUD-CUSTIDC             PIC X(14).
000880     05  AUD-FOUND-FLAG          PIC X(01).
000890         88  AUD-FOUND                   VALUE 'Y'.
000900*
000910* EVERY RETAINED CRM FEED GENERATION - CUSTDLTA'S A/C/D DELTA
000920* RECORDS AND CUSTMRGE'S M MERGE RECORDS, BOTH 171 BYTES. MUST
000930* STAY IN STEP WITH CUSTDLTA'S DLT-DETAIL-LINE AND CUSTMRGE'S
000940* CUSTMRG-REC.
000950 FD  DLTHIST-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD
000980     BLOCK CONTAINS 0 RECORDS.
000990 01  DLTHIST-REC.
001000     05  DLH-CHANGE-CODE         PIC X(01).
001010         88  DLH-ADD                     VALUE 'A'.
001020         88  DLH-CHANGE                  VALUE 'C'.
001030         88  DLH-DELETE                  VALUE 'D'.
001040         88  DLH-MERGE                   VALUE 'M'.
001050     05  DLH-CUSTIDC             PIC X(14).
001060     05  DLH-CUSTNAME            PIC X(30).
001070     05  DLH-CUSTSEX             PIC X(01).
001080     05  DLH-CUSTADDR            PIC X(30).
001090     05  DLH-CUSTCITY            PIC X(20).
001100     05  DLH-CUSTTEL             PIC X(15).
001110     05  DLH-ZIPCODE             PIC X(09).
001120     05  DLH-CUSTSTATUS          PIC X(01).
001130     05  DLH-CUSTEMAIL           PIC X(40).
001140     05  DLH-CUSTCLOSEDT         PIC X(10).
001150 01  DLTHIST-MERGE-REC REDEFINES DLTHIST-REC.
001160     05  FILLER                  PIC X(01).
001170     05  DLM-OLD-CUSTIDC         PIC X(14).
001180     05  DLM-NEW-CUSTIDC         PIC X(14).
001190     05  DLM-MERGE-DATE          PIC X(08).
001200     05  DLM-MERGE-REASON        PIC X(02).
001210     05  FILLER                  PIC X(132).
001220*
001230* EVERY RETAINED CLOSURE PICKUP EXTRACT. MUST STAY IN STEP WITH
001240* CUSTCLSD'S EXT-DETAIL-LINE.
001250 FD  EXTHIST-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD
001280     BLOCK CONTAINS 0 RECORDS.
001290 01  EXTHIST-REC.
001300     05  EXH-CUSTIDC             PIC X(14).
001310     05  FILLER                  PIC X(02).
001320     05  EXH-CUSTNAME            PIC X(30).
001330     05  FILLER                  PIC X(02).
001340     05  EXH-CUSTADDR            PIC X(30).
001350     05  FILLER                  PIC X(02).
001360     05  EXH-CUSTCITY            PIC X(20).
001370     05  FILLER                  PIC X(02).
001380     05  EXH-ZIPCODE             PIC X(09).
001390     05  FILLER                  PIC X(02).
001400     05  EXH-CUSTEMAIL           PIC X(40).
001410     05  FILLER                  PIC X(02).
001420     05  EXH-CUSTCLOSEDT         PIC X(10).
001430*
001440* CLSDLTRS'S CUMULATIVE LETTER LOG. MUST STAY IN STEP WITH
001450* CLSDLTRS'S LTRLOG-REC.
001460 FD  LTRLOG-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD
001490     BLOCK CONTAINS 0 RECORDS.
001500 01  LTRLOG-REC.
001510     05  LOG-CUSTIDC             PIC X(14).
001520     05  LOG-LETTER-DATE         PIC X(08).
001530     05  LOG-CUSTCLOSEDT         PIC X(10).
001540     05  LOG-DELIVERY            PIC X(01).
001550         88  LOG-DELIVERY-PAPER          VALUE 'P'.
001555         88  LOG-DELIVERY-EMAIL          VALUE 'E'.
001560     05  LOG-SENT-TO             PIC X(40).
001570     05  FILLER                  PIC X(07).
001580*
001590* THE REPORT - ASA CARRIAGE CONTROL, '1' STARTS EACH CUSTOMER
001600* ON A FRESH PAGE.
001610 FD  SARRPT-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD
001640     BLOCK CONTAINS 0 RECORDS.
001650 01  SARRPT-REC.
001660     05  SAR-CARRIAGE-CTL        PIC X(01).
001670     05  SAR-PRINT-LINE          PIC X(132).
001680*
001690 WORKING-STORAGE                 SECTION.
001700*---------------------------------------------*
001710* SWITCHES                                    *
001720*---------------------------------------------*
001730 01  SWITCHES.
001740     05 SARCARD-EOF-SW           PIC X   VALUE 'N'.
001750        88 SARCARD-EOF                   VALUE 'Y'.
001760     05 SOURCE-EOF-SW            PIC X   VALUE 'N'.
001770        88 SOURCE-EOF                    VALUE 'Y'.
001780*
001790 01  AUDIT-STATUS                PIC X(02) VALUE SPACES.
001800 01  DLTHIST-STATUS              PIC X(02) VALUE SPACES.
001810 01  EXTHIST-STATUS              PIC X(02) VALUE SPACES.
001820 01  LTRLOG-STATUS               PIC X(02) VALUE SPACES.
001830*
001840 01  RUN-DATE-RAW                PIC X(08) VALUE SPACES.
001850*
001860* YYYYMMDD AND HHMMSSCC FROM THE LOGS, EDITED FOR PRINTING.
001870 01  DATE-EDIT-WORK.
001880     05  DEW-RAW-DATE            PIC X(08).
001890     05  DEW-EDITED-DATE.
001900         10  DEW-YYYY            PIC X(04).
001910         10  FILLER              PIC X(01) VALUE '-'.
001920         10  DEW-MM              PIC X(02).
001930         10  FILLER              PIC X(01) VALUE '-'.
001940         10  DEW-DD              PIC X(02).
001950     05  DEW-RAW-TIME            PIC X(08).
001960     05  DEW-EDITED-TIME.
001970         10  DEW-HH              PIC X(02).
001980         10  FILLER              PIC X(01) VALUE ':'.
001990         10  DEW-MI              PIC X(02).
002000         10  FILLER              PIC X(01) VALUE ':'.
002010         10  DEW-SS              PIC X(02).
002020*
002030* WHAT WAS FOUND FOR THE CUSTOMER BEING REPORTED.
002040 01  CUSTOMER-COUNTS.
002050     05  CC-AUDIT-ENTRIES        PIC S9(7) COMP VALUE ZERO.
002060     05  CC-CRM-RECORDS          PIC S9(7) COMP VALUE ZERO.
002070     05  CC-CLOSURE-EXTRACTS     PIC S9(7) COMP VALUE ZERO.
002080     05  CC-LETTERS              PIC S9(7) COMP VALUE ZERO.
002090*--------------------------------------------*
002100* CONTROL TOTALS                             *
002110*--------------------------------------------*
002120 01  CONTROL-TOTALS.
002130     05 CT-CARDS-READ            PIC S9(7) COMP VALUE ZERO.
002140     05 CT-CUSTOMERS-REPORTED    PIC S9(7) COMP VALUE ZERO.
002150     05 CT-CARDS-REJECTED        PIC S9(7) COMP VALUE ZERO.
002160     05 CT-ROWS-NOT-FOUND        PIC S9(7) COMP VALUE ZERO.
002170     05 CT-SOURCES-UNAVAILABLE   PIC S9(7) COMP VALUE ZERO.
002180*
002190 01  PRT-TITLE-LINE.
002200     05  FILLER                  PIC X(40) VALUE
002210         'CUSTOMER DATA SUBJECT ACCESS REPORT'.
002220     05  FILLER                  PIC X(10) VALUE
002230         'RUN DATE '.
002240     05  PRT-RUN-DATE            PIC X(10).
002250     05  FILLER                  PIC X(72) VALUE SPACES.
002260*
002270 01  PRT-SUBJECT-LINE.
002280     05  FILLER                  PIC X(09) VALUE
002290         'CUSTIDC '.
002300     05  PRT-SUBJECT-CUSTIDC     PIC X(14).
002310     05  FILLER                  PIC X(17) VALUE
002320         '   REQUEST REF. '.
002330     05  PRT-SUBJECT-REF         PIC X(20).
002340     05  FILLER                  PIC X(72) VALUE SPACES.
002350*
002360 01  PRT-SECTION-LINE.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  PRT-SECTION-TITLE       PIC X(60).
002390     05  FILLER                  PIC X(70) VALUE SPACES.
002400*
002410 01  PRT-FIELD-LINE.
002420     05  FILLER                  PIC X(04) VALUE SPACES.
002430     05  PRT-FIELD-LABEL         PIC X(16).
002440     05  PRT-FIELD-VALUE         PIC X(40).
002450     05  FILLER                  PIC X(72) VALUE SPACES.
002460*
002470 01  PRT-TEXT-LINE.
002480     05  FILLER                  PIC X(04) VALUE SPACES.
002490     05  PRT-TEXT                PIC X(128).
002500*
002510 01  PRT-AUDIT-LINE.
002520     05  FILLER                  PIC X(04) VALUE SPACES.
002530     05  PRT-AUD-USERID          PIC X(08).
002540     05  FILLER                  PIC X(02) VALUE SPACES.
002550     05  PRT-AUD-DATE            PIC X(10).
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  PRT-AUD-TIME            PIC X(08).
002580     05  FILLER                  PIC X(02) VALUE SPACES.
002590     05  PRT-AUD-RESULT          PIC X(09).
002600     05  FILLER                  PIC X(87) VALUE SPACES.
002610*
002620 01  PRT-DELTA-LINE.
002630     05  FILLER                  PIC X(04) VALUE SPACES.
002640     05  PRT-DLT-TYPE            PIC X(08).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  PRT-DLT-NAME            PIC X(30).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  PRT-DLT-ADDR            PIC X(30).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  PRT-DLT-CITY            PIC X(20).
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  PRT-DLT-ZIP             PIC X(09).
002730     05  FILLER                  PIC X(02) VALUE SPACES.
002740     05  PRT-DLT-STATUS          PIC X(01).
002750     05  FILLER                  PIC X(20) VALUE SPACES.
002760*
002770 01  PRT-DELTA-LINE-2.
002780     05  FILLER                  PIC X(14) VALUE SPACES.
002790     05  PRT-DLT-TEL             PIC X(15).
002800     05  FILLER                  PIC X(02) VALUE SPACES.
002810     05  PRT-DLT-EMAIL           PIC X(40).
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  PRT-DLT-CLOSEDT         PIC X(10).
002840     05  FILLER                  PIC X(49) VALUE SPACES.
002850*
002860 01  PRT-EXTRACT-LINE.
002870     05  FILLER                  PIC X(04) VALUE SPACES.
002880     05  PRT-EXT-CLOSEDT         PIC X(10).
002890     05  FILLER                  PIC X(02) VALUE SPACES.
002900     05  PRT-EXT-NAME            PIC X(30).
002910     05  FILLER                  PIC X(02) VALUE SPACES.
002920     05  PRT-EXT-ADDR            PIC X(30).
002930     05  FILLER                  PIC X(02) VALUE SPACES.
002940     05  PRT-EXT-CITY            PIC X(20).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  PRT-EXT-ZIP             PIC X(09).
002970     05  FILLER                  PIC X(21) VALUE SPACES.
002980*
002990 01  PRT-LETTER-LINE.
003000     05  FILLER                  PIC X(04) VALUE SPACES.
003010     05  PRT-LTR-DATE            PIC X(10).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  PRT-LTR-CLOSEDT         PIC X(10).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  PRT-LTR-DELIVERY        PIC X(06).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  PRT-LTR-SENT-TO         PIC X(40).
003080     05  FILLER                  PIC X(56) VALUE SPACES.
003090*
003100 01  PRT-COUNT-LINE.
003110     05  FILLER                  PIC X(04) VALUE SPACES.
003120     05  PRT-COUNT-LABEL         PIC X(30).
003130     05  PRT-COUNT               PIC ZZZZZ9.
003140     05  FILLER                  PIC X(92) VALUE SPACES.
003150*--------------------------------------------*
003160* DB2 HOST VARIABLES - CUSTINFQ COPYBOOK      *
003170*--------------------------------------------*
003180     EXEC SQL
003190       INCLUDE CUSTINFQ
003200     END-EXEC.
003210*
003220     EXEC SQL
003230       INCLUDE SQLCA
003240     END-EXEC.
003250*
003260 PROCEDURE                       DIVISION.
003270 000-REPORT-SUBJECT-ACCESS.
003280     PERFORM 010-OPEN-FILES.
003290     PERFORM 100-REPORT-ONE-CUSTOMER
003300       UNTIL SARCARD-EOF.
003310     PERFORM 800-WRITE-CONTROL-TOTALS.
003320     PERFORM 900-CLOSE-FILES.
003330     STOP RUN
003340     .
003350 010-OPEN-FILES.
003360     OPEN INPUT  SARCARD-FILE.
003370     OPEN OUTPUT SARRPT-FILE.
003380     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
003390     MOVE RUN-DATE-RAW TO DEW-RAW-DATE.
003400     PERFORM 050-EDIT-DATE.
003410     MOVE DEW-EDITED-DATE TO PRT-RUN-DATE.
003420     PERFORM 020-READ-SARCARD.
003430     IF SARCARD-EOF
003440        DISPLAY 'SARRPT: NO CONTROL CARDS - NOTHING REPORTED'
003450        MOVE 16 TO RETURN-CODE
003460     END-IF
003470     .
003480 020-READ-SARCARD.
003490     READ SARCARD-FILE
003500       AT END
003510         MOVE 'Y' TO SARCARD-EOF-SW
003520       NOT AT END
003530         ADD 1 TO CT-CARDS-READ
003540     END-READ
003550     .
003560 050-EDIT-DATE.
003570     MOVE DEW-RAW-DATE (1:4) TO DEW-YYYY.
003580     MOVE DEW-RAW-DATE (5:2) TO DEW-MM.
003590     MOVE DEW-RAW-DATE (7:2) TO DEW-DD
003600     .
003610 055-EDIT-TIME.
003620     MOVE DEW-RAW-TIME (1:2) TO DEW-HH.
003630     MOVE DEW-RAW-TIME (3:2) TO DEW-MI.
003640     MOVE DEW-RAW-TIME (5:2) TO DEW-SS
003650     .
003660*------------------------------------------------------------
003670*** ONE CUSTOMER, ONE SECTION PER SOURCE, THEN THE COUNTS.
003680*------------------------------------------------------------
003690 100-REPORT-ONE-CUSTOMER.
003700     PERFORM 200-PRINT-CUSTOMER-HEADING.
003710     IF SAR-CUSTIDC NOT NUMERIC
003720        MOVE 'CUSTIDC ON CARD IS NOT NUMERIC - NOT REPORTED'
003730          TO PRT-TEXT
003740        PERFORM 720-WRITE-TEXT-LINE
003750        ADD 1 TO CT-CARDS-REJECTED
003760        MOVE 8 TO RETURN-CODE
003770     ELSE
003780        MOVE ZERO TO CC-AUDIT-ENTRIES
003790        MOVE ZERO TO CC-CRM-RECORDS
003800        MOVE ZERO TO CC-CLOSURE-EXTRACTS
003810        MOVE ZERO TO CC-LETTERS
003820        PERFORM 300-REPORT-MASTER-ROW
003830        PERFORM 400-REPORT-AUDIT-TRAIL
003840        PERFORM 500-REPORT-CRM-RECORDS
003850        PERFORM 600-REPORT-CLOSURE-EXTRACTS
003860        PERFORM 650-REPORT-CLOSURE-LETTERS
003870        PERFORM 700-PRINT-CUSTOMER-COUNTS
003880        ADD 1 TO CT-CUSTOMERS-REPORTED
003890     END-IF.
003900     PERFORM 020-READ-SARCARD
003910     .
003920 200-PRINT-CUSTOMER-HEADING.
003930     MOVE PRT-TITLE-LINE TO SAR-PRINT-LINE.
003940     MOVE '1' TO SAR-CARRIAGE-CTL.
003950     WRITE SARRPT-REC.
003960     MOVE SAR-CUSTIDC     TO PRT-SUBJECT-CUSTIDC.
003970     MOVE SAR-REQUEST-REF TO PRT-SUBJECT-REF.
003980     MOVE PRT-SUBJECT-LINE TO SAR-PRINT-LINE.
003990     PERFORM 710-WRITE-PRINT-LINE.
004000     PERFORM 730-WRITE-BLANK-LINE
004010     .
004020*------------------------------------------------------------
004030*** THE CURRENT MASTER ROW, COLUMN BY COLUMN.
004040*------------------------------------------------------------
004050 300-REPORT-MASTER-ROW.
004060     MOVE 'CUSTOMER MASTER ROW - P390.CUSTINFO' TO
004070          PRT-SECTION-TITLE.
004080     PERFORM 740-WRITE-SECTION-LINE.
004090     MOVE SAR-CUSTIDC TO CUSTIDC.
004100     EXEC SQL
004110       SELECT CUSTNAME,   CUSTSEX,    CUSTADDR,
004120              CUSTCITY,   CUSTTEL,    ZIPCODE,
004130              CUSTSTATUS, CUSTEMAIL,  CUSTCLOSEDT,
004140              CUSTCLOSERSN
004150       INTO  :CUSTNAME,  :CUSTSEX,   :CUSTADDR,
004160             :CUSTCITY,  :CUSTTEL,   :ZIPCODE,
004170             :CUSTSTATUS,:CUSTEMAIL, :CUSTCLOSEDT,
004180             :CUSTCLOSERSN
004190       FROM  P390.CUSTINFO
004200          WHERE CUSTIDC = :CUSTIDC
004210     END-EXEC.
004220     EVALUATE SQLCODE
004230       WHEN ZERO
004240         PERFORM 310-PRINT-MASTER-COLUMNS
004250       WHEN 100
004260         MOVE 'NO ROW ON P390.CUSTINFO FOR THIS CUSTIDC'
004270           TO PRT-TEXT
004280         PERFORM 720-WRITE-TEXT-LINE
004290         ADD 1 TO CT-ROWS-NOT-FOUND
004300       WHEN OTHER
004310         DISPLAY 'SARRPT: CUSTINFO SELECT FAILED, SQLCODE= '
004320                 SQLCODE
004330         MOVE 'DB2 ERROR READING P390.CUSTINFO - ROW NOT SHOWN'
004340           TO PRT-TEXT
004350         PERFORM 720-WRITE-TEXT-LINE
004360         MOVE 8 TO RETURN-CODE
004370     END-EVALUATE.
004380     PERFORM 730-WRITE-BLANK-LINE
004390     .
004400 310-PRINT-MASTER-COLUMNS.
004410     MOVE 'CUSTNAME'     TO PRT-FIELD-LABEL.
004420     MOVE CUSTNAME       TO PRT-FIELD-VALUE.
004430     PERFORM 750-WRITE-FIELD-LINE.
004440     MOVE 'CUSTSEX'      TO PRT-FIELD-LABEL.
004450     MOVE CUSTSEX        TO PRT-FIELD-VALUE.
004460     PERFORM 750-WRITE-FIELD-LINE.
004470     MOVE 'CUSTADDR'     TO PRT-FIELD-LABEL.
004480     MOVE CUSTADDR       TO PRT-FIELD-VALUE.
004490     PERFORM 750-WRITE-FIELD-LINE.
004500     MOVE 'CUSTCITY'     TO PRT-FIELD-LABEL.
004510     MOVE CUSTCITY       TO PRT-FIELD-VALUE.
004520     PERFORM 750-WRITE-FIELD-LINE.
004530     MOVE 'ZIPCODE'      TO PRT-FIELD-LABEL.
004540     MOVE ZIPCODE        TO PRT-FIELD-VALUE.
004550     PERFORM 750-WRITE-FIELD-LINE.
004560     MOVE 'CUSTTEL'      TO PRT-FIELD-LABEL.
004570     MOVE CUSTTEL        TO PRT-FIELD-VALUE.
004580     PERFORM 750-WRITE-FIELD-LINE.
004590     MOVE 'CUSTEMAIL'    TO PRT-FIELD-LABEL.
004600     MOVE CUSTEMAIL      TO PRT-FIELD-VALUE.
004610     PERFORM 750-WRITE-FIELD-LINE.
004620     MOVE 'CUSTSTATUS'   TO PRT-FIELD-LABEL.
004630     MOVE CUSTSTATUS     TO PRT-FIELD-VALUE.
004640     PERFORM 750-WRITE-FIELD-LINE.
004650     MOVE 'CUSTCLOSEDT'  TO PRT-FIELD-LABEL.
004660     MOVE CUSTCLOSEDT    TO PRT-FIELD-VALUE.
004670     PERFORM 750-WRITE-FIELD-LINE.
004680     MOVE 'CUSTCLOSERSN' TO PRT-FIELD-LABEL.
004690     MOVE CUSTCLOSERSN   TO PRT-FIELD-VALUE.
004700     PERFORM 750-WRITE-FIELD-LINE
004710     .
004720*------------------------------------------------------------
004730*** EVERY CUSTINFQ INQUIRY LOGGED AGAINST THE CUSTIDC.
004740*------------------------------------------------------------
004750 400-REPORT-AUDIT-TRAIL.
004760     MOVE 'INQUIRIES ON THIS CUSTIDC - CUSTAUD AUDIT TRAIL' TO
004770          PRT-SECTION-TITLE.
004780     PERFORM 740-WRITE-SECTION-LINE.
004790     OPEN INPUT AUDIT-FILE.
004800     IF AUDIT-STATUS NOT = '00'
004810        PERFORM 760-SOURCE-NOT-AVAILABLE
004815     ELSE
004820        MOVE 'N' TO SOURCE-EOF-SW
004825        PERFORM 410-READ-AUDIT-ENTRY
004830        PERFORM 420-CHECK-AUDIT-ENTRY
004835          UNTIL SOURCE-EOF
004840        CLOSE AUDIT-FILE
004845        IF CC-AUDIT-ENTRIES = ZERO
004850           PERFORM 770-WRITE-NONE-FOUND
004855        END-IF
004860        PERFORM 730-WRITE-BLANK-LINE
004865     END-IF
004900     .
004930 410-READ-AUDIT-ENTRY.
004940     READ AUDIT-FILE
004950       AT END MOVE 'Y' TO SOURCE-EOF-SW
004960     END-READ
004970     .
004980 420-CHECK-AUDIT-ENTRY.
004990     IF AUD-CUSTIDC = SAR-CUSTIDC
005000        ADD 1 TO CC-AUDIT-ENTRIES
005010        MOVE AUD-USERID TO PRT-AUD-USERID
005020        MOVE AUD-DATE   TO DEW-RAW-DATE
005030        PERFORM 050-EDIT-DATE
005040        MOVE DEW-EDITED-DATE TO PRT-AUD-DATE
005050        MOVE AUD-TIME   TO DEW-RAW-TIME
005060        PERFORM 055-EDIT-TIME
005070        MOVE DEW-EDITED-TIME TO PRT-AUD-TIME
005080        IF AUD-FOUND
005090           MOVE 'FOUND'     TO PRT-AUD-RESULT
005100        ELSE
005110           MOVE 'NOT FOUND' TO PRT-AUD-RESULT
005120        END-IF
005130        MOVE PRT-AUDIT-LINE TO SAR-PRINT-LINE
005140        PERFORM 710-WRITE-PRINT-LINE
005150     END-IF.
005160     PERFORM 410-READ-AUDIT-ENTRY
005170     .
005180*------------------------------------------------------------
005190*** EVERY RECORD ABOUT THE CUSTIDC SENT TO THE CRM. A MERGE
005200*** RECORD COUNTS WHETHER THE CUSTOMER WAS THE MERGED-AWAY
005210*** SIDE OR THE SURVIVOR.
005220*------------------------------------------------------------
005230 500-REPORT-CRM-RECORDS.
005240     MOVE 'RECORDS SENT TO THE CRM - CUSTDLT FEED' TO
005250          PRT-SECTION-TITLE.
005260     PERFORM 740-WRITE-SECTION-LINE.
005270     OPEN INPUT DLTHIST-FILE.
005280     IF DLTHIST-STATUS NOT = '00'
005290        PERFORM 760-SOURCE-NOT-AVAILABLE
005295     ELSE
005300        MOVE 'N' TO SOURCE-EOF-SW
005305        PERFORM 510-READ-CRM-RECORD
005310        PERFORM 520-CHECK-CRM-RECORD
005315          UNTIL SOURCE-EOF
005320        CLOSE DLTHIST-FILE
005325        IF CC-CRM-RECORDS = ZERO
005330           PERFORM 770-WRITE-NONE-FOUND
005335        END-IF
005340        PERFORM 730-WRITE-BLANK-LINE
005345     END-IF
005380     .
005410 510-READ-CRM-RECORD.
005420     READ DLTHIST-FILE
005430       AT END MOVE 'Y' TO SOURCE-EOF-SW
005440     END-READ
005450     .
005460 520-CHECK-CRM-RECORD.
005470     IF DLH-MERGE
005480        IF DLM-OLD-CUSTIDC = SAR-CUSTIDC OR
005490           DLM-NEW-CUSTIDC = SAR-CUSTIDC
005500           PERFORM 540-PRINT-MERGE-RECORD
005510        END-IF
005520     ELSE
005530        IF DLH-CUSTIDC = SAR-CUSTIDC
005540           PERFORM 530-PRINT-DELTA-RECORD
005550        END-IF
005560     END-IF.
005570     PERFORM 510-READ-CRM-RECORD
005580     .
005590 530-PRINT-DELTA-RECORD.
005600     ADD 1 TO CC-CRM-RECORDS.
005610     EVALUATE TRUE
005620       WHEN DLH-ADD     MOVE 'ADD'     TO PRT-DLT-TYPE
005630       WHEN DLH-CHANGE  MOVE 'CHANGE'  TO PRT-DLT-TYPE
005640       WHEN DLH-DELETE  MOVE 'DELETE'  TO PRT-DLT-TYPE
005650       WHEN OTHER       MOVE DLH-CHANGE-CODE TO PRT-DLT-TYPE
005660     END-EVALUATE.
005670     MOVE DLH-CUSTNAME    TO PRT-DLT-NAME.
005680     MOVE DLH-CUSTADDR    TO PRT-DLT-ADDR.
005690     MOVE DLH-CUSTCITY    TO PRT-DLT-CITY.
005700     MOVE DLH-ZIPCODE     TO PRT-DLT-ZIP.
005710     MOVE DLH-CUSTSTATUS  TO PRT-DLT-STATUS.
005720     MOVE PRT-DELTA-LINE  TO SAR-PRINT-LINE.
005730     PERFORM 710-WRITE-PRINT-LINE.
005740     MOVE DLH-CUSTTEL     TO PRT-DLT-TEL.
005750     MOVE DLH-CUSTEMAIL   TO PRT-DLT-EMAIL.
005760     MOVE DLH-CUSTCLOSEDT TO PRT-DLT-CLOSEDT.
005770     MOVE PRT-DELTA-LINE-2 TO SAR-PRINT-LINE.
005780     PERFORM 710-WRITE-PRINT-LINE
005790     .
005800 540-PRINT-MERGE-RECORD.
005810     ADD 1 TO CC-CRM-RECORDS.
005820     MOVE DLM-MERGE-DATE TO DEW-RAW-DATE.
005830     PERFORM 050-EDIT-DATE.
005840     MOVE SPACES TO PRT-TEXT.
005850     STRING 'MERGE     ' DLM-OLD-CUSTIDC ' MERGED INTO '
005860            DLM-NEW-CUSTIDC ' ON ' DEW-EDITED-DATE
005870            ' REASON ' DLM-MERGE-REASON
005880            DELIMITED BY SIZE INTO PRT-TEXT
005890     END-STRING.
005900     PERFORM 720-WRITE-TEXT-LINE
005910     .
005920*------------------------------------------------------------
005930*** EVERY CLOSURE PICKUP EXTRACT THAT CARRIED THE CUSTIDC.
005940*------------------------------------------------------------
005950 600-REPORT-CLOSURE-EXTRACTS.
005960     MOVE 'CLOSURE PICKUP EXTRACTS - CUSTCLSD CLSDEXT' TO
005970          PRT-SECTION-TITLE.
005980     PERFORM 740-WRITE-SECTION-LINE.
005990     OPEN INPUT EXTHIST-FILE.
006000     IF EXTHIST-STATUS NOT = '00'
006010        PERFORM 760-SOURCE-NOT-AVAILABLE
006015     ELSE
006020        MOVE 'N' TO SOURCE-EOF-SW
006025        PERFORM 610-READ-CLOSURE-EXTRACT
006030        PERFORM 620-CHECK-CLOSURE-EXTRACT
006035          UNTIL SOURCE-EOF
006040        CLOSE EXTHIST-FILE
006045        IF CC-CLOSURE-EXTRACTS = ZERO
006050           PERFORM 770-WRITE-NONE-FOUND
006055        END-IF
006060        PERFORM 730-WRITE-BLANK-LINE
006065     END-IF
006090     .
006120 610-READ-CLOSURE-EXTRACT.
006130     READ EXTHIST-FILE
006140       AT END MOVE 'Y' TO SOURCE-EOF-SW
006150     END-READ
006160     .
006170 620-CHECK-CLOSURE-EXTRACT.
006180     IF EXH-CUSTIDC = SAR-CUSTIDC
006190        ADD 1 TO CC-CLOSURE-EXTRACTS
006200        MOVE EXH-CUSTCLOSEDT TO PRT-EXT-CLOSEDT
006210        MOVE EXH-CUSTNAME    TO PRT-EXT-NAME
006220        MOVE EXH-CUSTADDR    TO PRT-EXT-ADDR
006230        MOVE EXH-CUSTCITY    TO PRT-EXT-CITY
006240        MOVE EXH-ZIPCODE     TO PRT-EXT-ZIP
006250        MOVE PRT-EXTRACT-LINE TO SAR-PRINT-LINE
006260        PERFORM 710-WRITE-PRINT-LINE
006270     END-IF.
006280     PERFORM 610-READ-CLOSURE-EXTRACT
006290     .
006300*------------------------------------------------------------
006310*** EVERY CLOSURE LETTER CLSDLTRS LOGGED FOR THE CUSTIDC.
006320*------------------------------------------------------------
006330 650-REPORT-CLOSURE-LETTERS.
006340     MOVE 'CLOSURE LETTERS - CLSDLTRS LETTER LOG' TO
006350          PRT-SECTION-TITLE.
006360     PERFORM 740-WRITE-SECTION-LINE.
006370     OPEN INPUT LTRLOG-FILE.
006380     IF LTRLOG-STATUS NOT = '00'
006390        PERFORM 760-SOURCE-NOT-AVAILABLE
006395     ELSE
006400        MOVE 'N' TO SOURCE-EOF-SW
006405        PERFORM 660-READ-LETTER-LOG
006410        PERFORM 670-CHECK-LETTER-LOG
006415          UNTIL SOURCE-EOF
006420        CLOSE LTRLOG-FILE
006425        IF CC-LETTERS = ZERO
006430           PERFORM 770-WRITE-NONE-FOUND
006435        END-IF
006440        PERFORM 730-WRITE-BLANK-LINE
006445     END-IF
006470     .
006500 660-READ-LETTER-LOG.
006510     READ LTRLOG-FILE
006520       AT END MOVE 'Y' TO SOURCE-EOF-SW
006530     END-READ
006540     .
006550 670-CHECK-LETTER-LOG.
006560     IF LOG-CUSTIDC = SAR-CUSTIDC
006570        ADD 1 TO CC-LETTERS
006580        MOVE LOG-LETTER-DATE TO DEW-RAW-DATE
006590        PERFORM 050-EDIT-DATE
006600        MOVE DEW-EDITED-DATE TO PRT-LTR-DATE
006610        MOVE LOG-CUSTCLOSEDT TO PRT-LTR-CLOSEDT
006616        EVALUATE TRUE
006622          WHEN LOG-DELIVERY-PAPER
006630           MOVE 'PAPER'  TO PRT-LTR-DELIVERY
006635          WHEN LOG-DELIVERY-EMAIL
006640           MOVE 'E-MAIL' TO PRT-LTR-DELIVERY
006645          WHEN OTHER
006650           MOVE LOG-DELIVERY TO PRT-LTR-DELIVERY
006660        END-EVALUATE
006670        MOVE LOG-SENT-TO     TO PRT-LTR-SENT-TO
006680        MOVE PRT-LETTER-LINE TO SAR-PRINT-LINE
006690        PERFORM 710-WRITE-PRINT-LINE
006700     END-IF.
006710     PERFORM 660-READ-LETTER-LOG
006720     .
006730 700-PRINT-CUSTOMER-COUNTS.
006750     MOVE 'CUSTAUD INQUIRY ENTRIES'   TO PRT-COUNT-LABEL.
006760     MOVE CC-AUDIT-ENTRIES            TO PRT-COUNT.
006770     PERFORM 780-WRITE-COUNT-LINE.
006780     MOVE 'CRM FEED RECORDS'          TO PRT-COUNT-LABEL.
006790     MOVE CC-CRM-RECORDS              TO PRT-COUNT.
006800     PERFORM 780-WRITE-COUNT-LINE.
006810     MOVE 'CLOSURE EXTRACT RECORDS'   TO PRT-COUNT-LABEL.
006820     MOVE CC-CLOSURE-EXTRACTS         TO PRT-COUNT.
006830     PERFORM 780-WRITE-COUNT-LINE.
006840     MOVE 'CLOSURE LETTERS'           TO PRT-COUNT-LABEL.
006850     MOVE CC-LETTERS                  TO PRT-COUNT.
006860     PERFORM 780-WRITE-COUNT-LINE.
006880     MOVE '*** END OF REPORT FOR THIS CUSTIDC ***' TO PRT-TEXT.
006890     PERFORM 720-WRITE-TEXT-LINE
006900     .
006910 710-WRITE-PRINT-LINE.
006920     MOVE SPACE TO SAR-CARRIAGE-CTL.
006930     WRITE SARRPT-REC
006940     .
006950 720-WRITE-TEXT-LINE.
006960     MOVE PRT-TEXT-LINE TO SAR-PRINT-LINE.
006970     PERFORM 710-WRITE-PRINT-LINE.
006980     MOVE SPACES TO PRT-TEXT
006990     .
007000 730-WRITE-BLANK-LINE.
007010     MOVE SPACES TO SAR-PRINT-LINE.
007020     PERFORM 710-WRITE-PRINT-LINE
007030     .
007040 740-WRITE-SECTION-LINE.
007050     MOVE PRT-SECTION-LINE TO SAR-PRINT-LINE.
007060     PERFORM 710-WRITE-PRINT-LINE
007070     .
007080 750-WRITE-FIELD-LINE.
007090     MOVE PRT-FIELD-LINE TO SAR-PRINT-LINE.
007100     PERFORM 710-WRITE-PRINT-LINE
007110     .
007120* A SOURCE THAT WOULD NOT OPEN IS NOT THE SAME AS A SOURCE WITH
007130* NOTHING ON IT - THE REPORT SAYS WHICH, AND THE STEP ENDS RC 4.
007140 760-SOURCE-NOT-AVAILABLE.
007150     MOVE 'SOURCE NOT AVAILABLE THIS RUN - SECTION INCOMPLETE'
007160       TO PRT-TEXT.
007170     PERFORM 720-WRITE-TEXT-LINE.
007180     PERFORM 730-WRITE-BLANK-LINE.
007190     ADD 1 TO CT-SOURCES-UNAVAILABLE.
007200     IF RETURN-CODE < 4
007210        MOVE 4 TO RETURN-CODE
007220     END-IF
007230     .
007240 770-WRITE-NONE-FOUND.
007250     MOVE 'NONE ON FILE' TO PRT-TEXT.
007260     PERFORM 720-WRITE-TEXT-LINE
007265     .
007270 780-WRITE-COUNT-LINE.
007280     MOVE PRT-COUNT-LINE TO SAR-PRINT-LINE.
007290     PERFORM 710-WRITE-PRINT-LINE
007300     .
007310 800-WRITE-CONTROL-TOTALS.
007320     MOVE PRT-TITLE-LINE TO SAR-PRINT-LINE.
007330     MOVE '1' TO SAR-CARRIAGE-CTL.
007340     WRITE SARRPT-REC.
007350     PERFORM 730-WRITE-BLANK-LINE.
007360     MOVE 'CONTROL CARDS READ'        TO PRT-COUNT-LABEL.
007370     MOVE CT-CARDS-READ               TO PRT-COUNT.
007380     PERFORM 780-WRITE-COUNT-LINE.
007390     MOVE 'CUSTOMERS REPORTED'        TO PRT-COUNT-LABEL.
007400     MOVE CT-CUSTOMERS-REPORTED       TO PRT-COUNT.
007410     PERFORM 780-WRITE-COUNT-LINE.
007420     MOVE 'CARDS REJECTED'            TO PRT-COUNT-LABEL.
007430     MOVE CT-CARDS-REJECTED           TO PRT-COUNT.
007440     PERFORM 780-WRITE-COUNT-LINE.
007450     MOVE 'NO CUSTINFO ROW'           TO PRT-COUNT-LABEL.
007460     MOVE CT-ROWS-NOT-FOUND           TO PRT-COUNT.
007470     PERFORM 780-WRITE-COUNT-LINE.
007480     MOVE 'SOURCES NOT AVAILABLE'     TO PRT-COUNT-LABEL.
007490     MOVE CT-SOURCES-UNAVAILABLE      TO PRT-COUNT.
007500     PERFORM 780-WRITE-COUNT-LINE.
007510     DISPLAY 'SARRPT CONTROL TOTALS'.
007520     DISPLAY '  CONTROL CARDS READ    = ' CT-CARDS-READ.
007530     DISPLAY '  CUSTOMERS REPORTED    = ' CT-CUSTOMERS-REPORTED.
007540     DISPLAY '  CARDS REJECTED        = ' CT-CARDS-REJECTED.
007550     DISPLAY '  NO CUSTINFO ROW       = ' CT-ROWS-NOT-FOUND.
007560     DISPLAY '  SOURCES NOT AVAILABLE = ' CT-SOURCES-UNAVAILABLE
007570     .
007580 900-CLOSE-FILES.
007590     CLOSE SARCARD-FILE.
007600     CLOSE SARRPT-FILE
007610     .
