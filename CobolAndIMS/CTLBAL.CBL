000010*********************************************************
000020* C O B O L
000030* CROSS-STEP CONTROL-TOTAL BALANCING FOR THE NIGHTLY
000040* STREAM - TIES EACH STEP'S END-OF-RUN TOTALS OUT AGAINST
000050* THE OTHERS BY RULES KEPT ON CONTROL CARDS, PRINTS AN
000060* IN-BALANCE/OUT-OF-BALANCE SHEET, AND STOPS THE STREAM
000070* WITH A NON-ZERO RETURN CODE ON ANY BREAK.
000080*********************************************************
000090*----------------------------------------------
000100 IDENTIFICATION                  DIVISION.
000110 PROGRAM-ID.                     CTLBAL.
000120*
000130 AUTHOR.                         RGM.
000140 INSTALLATION.                   DATA PROCESSING CENTER.
000150 DATE-WRITTEN.                   2026-10-15.
000160 DATE-COMPILED.
000170*
000180* MODIFICATION HISTORY
000190* ----------  ----  --------------------------------------------
000200* 2026-10-15  RGM   NEW PROGRAM. EVERY STEP PRINTS ITS OWN
000210*                   CONTROL TOTALS BUT NOTHING CHECKED THAT
000220*                   THEY AGREED FROM ONE STEP TO THE NEXT, SO A
000230*                   STEP THAT SILENTLY LOST RECORDS WENT ON TO
000240*                   FEED PAYROLL AND THE CRM. EMPEDIT,
000250*                   EMPLOYEE, CUSTUNLD AND CUSTDLTA NOW APPEND
000260*                   THEIR TOTALS TO THE CTLTOTS DATASET (ONE
000270*                   RECORD PER TOTAL, PROGRAM AND TOTAL NAME
000280*                   AS THE KEY); THIS JOB LOADS THEM, APPLIES
000290*                   THE RULE CARDS - EACH RULE IS A SUM OF
000300*                   TOTALS ON SIDE A THAT MUST EQUAL A SUM ON
000310*                   SIDE B, WITHIN AN OPTIONAL TOLERANCE - AND
000320*                   PRINTS ONE BLOCK PER RULE. RC 0 ALL IN
000330*                   BALANCE, RC 8 ANY BREAK OR MISSING TOTAL,
000340*                   RC 16 BAD CARDS OR NO TOTALS AT ALL.
000350*
000351* THE NIGHTLY STREAM'S CTLRULES DECK -
000352*   R EMPEDIT1 EDIT CLEAN FILE ALL READ BY EMPLOYEE
000353*   A + EMPEDIT  RECORDS-CLEAN
000354*   B + EMPLOYEE RECORDS-READ
000355*   B + EMPLOYEE RESTART-SKIPPED
000356*   R EMPJRN01 EVERY EMPLOYEE UPDATE JOURNALED
000357*   A + EMPLOYEE EMPL-INSERTED
000358*   A + EMPLOYEE EMPL-UPDATED
000359*   A + EMPLOYEE EMPL-DELETED
000360*   A + EMPLOYEE EDUC-INSERTED
000361*   A + EMPLOYEE EDUC-UPDATED
000362*   A + EMPLOYEE EDUC-DELETED
000363*   A + EMPLOYEE DEPN-INSERTED
000364*   A + EMPLOYEE DEPN-UPDATED
000365*   A + EMPLOYEE DEPN-DELETED
000366*   A + EMPLOYEE ASGN-INSERTED
000367*   A + EMPLOYEE ASGN-UPDATED
000368*   A + EMPLOYEE ASGN-DELETED
000369*   B + EMPLOYEE JOURNAL-WRITTEN
000370*   R CUSTKSD1 KSDS LOAD MATCHES TONIGHT'S UNLOAD
000371*   A + CUSTUNLD ROWS-LOADED
000372*   B + CUSTDLTA CURUNLD-WRITTEN
000373*   R CUSTDLT1 LAST NIGHT PLUS ADDS LESS DELETES
000374*   A + CUSTDLTA PRIOR-READ
000375*   A + CUSTDLTA ADDS-WRITTEN
000376*   A - CUSTDLTA DELETES-WRITTEN
000377*   B + CUSTDLTA CURUNLD-WRITTEN
000378*
000379*----------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000381*----------------------------------------------
000390 CONFIGURATION                   SECTION.
000400 INPUT-OUTPUT                    SECTION.
000410 FILE-CONTROL.
000420     SELECT CTLTOT-FILE          ASSIGN TO UT-S-CTLTOTS
000430         FILE STATUS IS CTLTOT-FILE-STATUS.
000440     SELECT RULE-FILE            ASSIGN TO UT-S-CTLRULES
000450         FILE STATUS IS RULE-FILE-STATUS.
000460     SELECT BALRPT-FILE          ASSIGN TO UT-S-BALRPT.
000470 DATA                            DIVISION.
000480*----------------------------------------------
000490 FILE                            SECTION.
000500*----------------------------------------------
000510*
000520* THE STREAM'S CONTROL TOTALS - APPENDED TO BY EACH STEP AT
000530* END OF RUN. THE FIRST STEP OF THE STREAM EMPTIES IT, SO
000540* WHAT IS ON IT IS TONIGHT'S; A RERUN STEP APPENDS AGAIN AND
000550* ITS LATER RECORD IS THE ONE THAT COUNTS. EVERY WRITER
000560* CARRIES THIS SAME LAYOUT.
000570 FD  CTLTOT-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD
000600     BLOCK CONTAINS 0 RECORDS.
000610 01  CTLTOT-FILE-REC.
000620     05  CTL-PROGRAM             PIC X(08).
000630     05  CTL-TOTAL-NAME          PIC X(20).
000640     05  CTL-RUN-DATE            PIC X(08).
000650     05  CTL-RUN-TIME            PIC X(08).
000660     05  CTL-VALUE               PIC 9(09).
000670     05  FILLER                  PIC X(27).
000680*
000690* THE BALANCING RULES. COLUMN 1 IS THE CARD TYPE -
000700*   R  STARTS A RULE: ID IN 3-10, DESCRIPTION IN 12-51,
000710*      OPTIONAL TOLERANCE IN 53-59 (BLANK = MUST BE EQUAL)
000720*   A  A SIDE-A TERM: SIGN IN 3 (+ OR -, BLANK = +), PROGRAM
000730*      IN 5-12, TOTAL NAME IN 14-33
000740*   B  A SIDE-B TERM, SAME COLUMNS AS A
000750*   *  COMMENT
000760 FD  RULE-FILE
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD
000790     BLOCK CONTAINS 0 RECORDS.
000800 01  RULE-CARD.
000810     05  CRD-TYPE                PIC X(01).
000820         88  CRD-RULE                    VALUE 'R'.
000830         88  CRD-SIDE-A                  VALUE 'A'.
000840         88  CRD-SIDE-B                  VALUE 'B'.
000850         88  CRD-COMMENT                 VALUE '*'.
000860     05  FILLER                  PIC X(01).
000870     05  CRD-BODY                PIC X(78).
000880     05  CRD-RULE-BODY REDEFINES CRD-BODY.
000890         10  CRD-RULE-ID         PIC X(08).
000900         10  FILLER              PIC X(01).
000910         10  CRD-RULE-DESC       PIC X(40).
000920         10  FILLER              PIC X(01).
000930         10  CRD-TOLERANCE       PIC 9(07).
000940         10  CRD-TOLERANCE-X REDEFINES CRD-TOLERANCE
000950                                 PIC X(07).
000960         10  FILLER              PIC X(21).
000970     05  CRD-TERM-BODY REDEFINES CRD-BODY.
000980         10  CRD-SIGN            PIC X(01).
000990         10  FILLER              PIC X(01).
001000         10  CRD-PROGRAM         PIC X(08).
001010         10  FILLER              PIC X(01).
001020         10  CRD-TOTAL-NAME      PIC X(20).
001030         10  FILLER              PIC X(47).
001040*
001050* THE BALANCING SHEET.
001060 FD  BALRPT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD
001090     BLOCK CONTAINS 0 RECORDS.
001100 01  BALRPT-REC                  PIC X(80).
001110*
001120 WORKING-STORAGE                 SECTION.
001130*---------------------------------------------*
001140* SWITCHES AND FILE STATUS                    *
001150*---------------------------------------------*
001160 01  SWITCHES.
001170     05 CTLTOT-EOF-SW            PIC X   VALUE 'N'.
001180        88 CTLTOT-EOF                    VALUE 'Y'.
001190     05 RULE-EOF-SW              PIC X   VALUE 'N'.
001200        88 RULE-EOF                      VALUE 'Y'.
001210     05 RULE-OPEN-SW             PIC X   VALUE 'N'.
001220        88 RULE-OPEN                     VALUE 'Y'.
001230     05 TERM-FOUND-SW            PIC X   VALUE 'N'.
001240        88 TERM-FOUND                    VALUE 'Y'.
001250*
001260 01  CTLTOT-FILE-STATUS          PIC X(02) VALUE SPACES.
001270 01  RULE-FILE-STATUS            PIC X(02) VALUE SPACES.
001280*--------------------------------------------*
001290* CONTROL TOTALS                             *
001300*--------------------------------------------*
001310 01  CONTROL-TOTALS.
001320     05 CT-TOTALS-LOADED         PIC S9(7) COMP VALUE ZERO.
001330     05 CT-TOTALS-DROPPED        PIC S9(7) COMP VALUE ZERO.
001340     05 CT-CARDS-READ            PIC S9(7) COMP VALUE ZERO.
001350     05 CT-CARD-ERRORS           PIC S9(7) COMP VALUE ZERO.
001360     05 CT-RULES-CHECKED         PIC S9(7) COMP VALUE ZERO.
001370     05 CT-RULES-IN-BALANCE      PIC S9(7) COMP VALUE ZERO.
001380     05 CT-RULES-OUT-OF-BALANCE  PIC S9(7) COMP VALUE ZERO.
001390     05 CT-RULES-MISSING-TOTAL   PIC S9(7) COMP VALUE ZERO.
001400*
001410* TONIGHT'S TOTALS, LOADED FROM CTLTOTS. A LATER RECORD FOR
001420* THE SAME PROGRAM AND TOTAL NAME REPLACES THE EARLIER ONE.
001430 01  TOTALS-TABLE.
001440     05  TOT-ENTRY-COUNT         PIC S9(4) COMP VALUE ZERO.
001450     05  TOT-ENTRY               OCCURS 500 TIMES.
001460         10  TOT-PROGRAM         PIC X(08).
001470         10  TOT-TOTAL-NAME      PIC X(20).
001480         10  TOT-VALUE           PIC S9(11) COMP-3.
001490 01  TOT-ENTRY-SUB               PIC S9(4) COMP VALUE ZERO.
001500 01  TOT-FOUND-SUB               PIC S9(4) COMP VALUE ZERO.
001502 01  FIND-PROGRAM                PIC X(08) VALUE SPACES.
001504 01  FIND-TOTAL-NAME             PIC X(20) VALUE SPACES.
001510*
001520* THE RULE BEING WORKED - ITS CARD FIELDS AND THE TWO SIDES
001530* AS THEY ADD UP.
001540 01  RULE-WORK.
001550     05  RUL-ID                  PIC X(08) VALUE SPACES.
001560     05  RUL-DESC                PIC X(40) VALUE SPACES.
001570     05  RUL-TOLERANCE           PIC S9(7) COMP VALUE ZERO.
001580     05  RUL-SIDE-A              PIC S9(11) COMP-3 VALUE ZERO.
001590     05  RUL-SIDE-B              PIC S9(11) COMP-3 VALUE ZERO.
001600     05  RUL-DIFFERENCE          PIC S9(11) COMP-3 VALUE ZERO.
001610     05  RUL-A-TERMS             PIC S9(4) COMP VALUE ZERO.
001620     05  RUL-B-TERMS             PIC S9(4) COMP VALUE ZERO.
001630     05  RUL-MISSING-TERMS       PIC S9(4) COMP VALUE ZERO.
001640     05  RUL-ABS-DIFFERENCE      PIC S9(11) COMP-3 VALUE ZERO.
001650*
001660 01  RUN-DATE-WS                 PIC X(08) VALUE SPACES.
001670*
001680 01  RPT-HEADING-LINE.
001690     05  FILLER                  PIC X(32) VALUE
001700         'CONTROL-TOTAL BALANCING SHEET   '.
001710     05  RPT-HEAD-DATE           PIC X(08).
001720     05  FILLER                  PIC X(40) VALUE SPACES.
001730*
001740 01  RPT-RULE-LINE.
001750     05  FILLER                  PIC X(05) VALUE 'RULE '.
001760     05  RPT-RULE-ID             PIC X(08).
001770     05  FILLER                  PIC X(02) VALUE SPACES.
001780     05  RPT-RULE-DESC           PIC X(40).
001790     05  FILLER                  PIC X(25) VALUE SPACES.
001800*
001810 01  RPT-TERM-LINE.
001820     05  FILLER                  PIC X(04) VALUE SPACES.
001830     05  RPT-TERM-SIDE           PIC X(01).
001840     05  FILLER                  PIC X(01) VALUE SPACE.
001850     05  RPT-TERM-SIGN           PIC X(01).
001860     05  FILLER                  PIC X(01) VALUE SPACE.
001870     05  RPT-TERM-PROGRAM        PIC X(08).
001880     05  FILLER                  PIC X(01) VALUE SPACE.
001890     05  RPT-TERM-NAME           PIC X(20).
001900     05  FILLER                  PIC X(01) VALUE SPACE.
001910     05  RPT-TERM-VALUE          PIC ZZZ,ZZZ,ZZ9.
001920     05  RPT-TERM-VALUE-X REDEFINES RPT-TERM-VALUE
001930                                 PIC X(11).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  RPT-TERM-NOTE           PIC X(22).
001960     05  FILLER                  PIC X(07) VALUE SPACES.
001970*
001980 01  RPT-RESULT-LINE.
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  FILLER                  PIC X(04) VALUE 'A = '.
002010     05  RPT-RES-SIDE-A          PIC ZZZ,ZZZ,ZZ9.
002020     05  FILLER                  PIC X(06) VALUE '  B = '.
002030     05  RPT-RES-SIDE-B          PIC ZZZ,ZZZ,ZZ9.
002040     05  FILLER                  PIC X(09) VALUE '  DIFF = '.
002050     05  RPT-RES-DIFFERENCE      PIC ---,---,--9.
002060     05  FILLER                  PIC X(02) VALUE SPACES.
002070     05  RPT-RES-VERDICT         PIC X(22).
002080*
002090 01  RPT-CARD-ERROR-LINE.
002100     05  FILLER                  PIC X(14) VALUE
002110         '*** BAD CARD: '.
002120     05  RPT-BAD-CARD            PIC X(40).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  RPT-BAD-REASON          PIC X(24).
002150*
002160 01  RPT-SUMMARY-LINE.
002170     05  RPT-SUM-LABEL           PIC X(24).
002180     05  RPT-SUM-COUNT           PIC ZZZZZZ9.
002190     05  FILLER                  PIC X(49) VALUE SPACES.
002200*
002210 PROCEDURE                       DIVISION.
002220 000-BALANCE-CONTROL-TOTALS.
002230     PERFORM 010-OPEN-FILES.
002240     PERFORM 100-LOAD-CONTROL-TOTALS.
002250     PERFORM 200-APPLY-RULE-CARDS.
002260     PERFORM 800-WRITE-SUMMARY.
002270     PERFORM 900-CLOSE-FILES.
002280     EVALUATE TRUE
002290       WHEN CT-CARD-ERRORS > ZERO
002300       WHEN CT-RULES-CHECKED = ZERO
002310       WHEN CT-TOTALS-LOADED = ZERO
002320         MOVE 16 TO RETURN-CODE
002330       WHEN CT-RULES-OUT-OF-BALANCE > ZERO
002340       WHEN CT-RULES-MISSING-TOTAL > ZERO
002350         MOVE 8 TO RETURN-CODE
002360       WHEN OTHER
002370         MOVE ZERO TO RETURN-CODE
002380     END-EVALUATE.
002390     STOP RUN
002400     .
002410 010-OPEN-FILES.
002420     OPEN INPUT  CTLTOT-FILE.
002430     OPEN INPUT  RULE-FILE.
002440     OPEN OUTPUT BALRPT-FILE.
002450     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
002460     MOVE RUN-DATE-WS TO RPT-HEAD-DATE.
002470     MOVE RPT-HEADING-LINE TO BALRPT-REC.
002480     WRITE BALRPT-REC
002490     .
002500*------------------------------------------------------------
002510*** LOAD TONIGHT'S TOTALS
002520*------------------------------------------------------------
002530 100-LOAD-CONTROL-TOTALS.
002540     IF CTLTOT-FILE-STATUS NOT = '00'
002550        MOVE 'CONTROL TOTALS FILE NOT AVAILABLE THIS RUN' TO
002560             BALRPT-REC
002570        WRITE BALRPT-REC
002580        MOVE 'Y' TO CTLTOT-EOF-SW
002590     ELSE
002600        PERFORM 110-READ-CTLTOT-FILE
002610     END-IF.
002620     PERFORM 120-LOAD-ONE-TOTAL
002630       UNTIL CTLTOT-EOF
002640     .
002650 110-READ-CTLTOT-FILE.
002660     READ CTLTOT-FILE
002670       AT END MOVE 'Y' TO CTLTOT-EOF-SW
002680     END-READ
002690     .
002700 120-LOAD-ONE-TOTAL.
002710     MOVE CTL-PROGRAM    TO FIND-PROGRAM.
002720     MOVE CTL-TOTAL-NAME TO FIND-TOTAL-NAME.
002730     PERFORM 300-FIND-TOTAL.
002740     IF TERM-FOUND
002750        MOVE CTL-VALUE TO TOT-VALUE (TOT-FOUND-SUB)
002760     ELSE
002770        IF TOT-ENTRY-COUNT < 500
002780           ADD 1 TO TOT-ENTRY-COUNT
002790           MOVE CTL-PROGRAM    TO TOT-PROGRAM (TOT-ENTRY-COUNT)
002800           MOVE CTL-TOTAL-NAME TO
002810                TOT-TOTAL-NAME (TOT-ENTRY-COUNT)
002820           MOVE CTL-VALUE      TO TOT-VALUE (TOT-ENTRY-COUNT)
002830           ADD 1 TO CT-TOTALS-LOADED
002840        ELSE
002850           ADD 1 TO CT-TOTALS-DROPPED
002860        END-IF
002870     END-IF.
002880     PERFORM 110-READ-CTLTOT-FILE
002890     .
002900*------------------------------------------------------------
002910*** APPLY THE RULE CARDS - A RULE IS CLOSED OUT WHEN THE NEXT
002920*** R CARD (OR END OF CARDS) IS REACHED
002930*------------------------------------------------------------
002940 200-APPLY-RULE-CARDS.
002950     IF RULE-FILE-STATUS NOT = '00'
002960        MOVE 'RULE CARDS NOT AVAILABLE THIS RUN' TO BALRPT-REC
002970        WRITE BALRPT-REC
002980        MOVE 'Y' TO RULE-EOF-SW
002990     ELSE
003000        PERFORM 210-READ-RULE-CARD
003010     END-IF.
003020     PERFORM 220-APPLY-ONE-CARD
003030       UNTIL RULE-EOF.
003040     IF RULE-OPEN
003050        PERFORM 250-CLOSE-OUT-RULE
003060     END-IF
003070     .
003080 210-READ-RULE-CARD.
003090     READ RULE-FILE
003100       AT END MOVE 'Y' TO RULE-EOF-SW
003110       NOT AT END ADD 1 TO CT-CARDS-READ
003120     END-READ
003130     .
003140 220-APPLY-ONE-CARD.
003150     EVALUATE TRUE
003160       WHEN CRD-COMMENT
003170       WHEN RULE-CARD = SPACES
003180         CONTINUE
003190       WHEN CRD-RULE
003200         IF RULE-OPEN
003210            PERFORM 250-CLOSE-OUT-RULE
003220         END-IF
003230         PERFORM 230-START-RULE
003240       WHEN CRD-SIDE-A
003250       WHEN CRD-SIDE-B
003260         IF RULE-OPEN
003270            PERFORM 240-ADD-ONE-TERM
003280         ELSE
003290            MOVE 'TERM BEFORE ANY R CARD' TO RPT-BAD-REASON
003300            PERFORM 290-WRITE-CARD-ERROR
003310         END-IF
003320       WHEN OTHER
003330         MOVE 'UNKNOWN CARD TYPE' TO RPT-BAD-REASON
003340         PERFORM 290-WRITE-CARD-ERROR
003350     END-EVALUATE.
003360     PERFORM 210-READ-RULE-CARD
003370     .
003380 230-START-RULE.
003390     SET RULE-OPEN TO TRUE.
003400     MOVE CRD-RULE-ID   TO RUL-ID.
003410     MOVE CRD-RULE-DESC TO RUL-DESC.
003420     MOVE ZERO TO RUL-TOLERANCE RUL-SIDE-A RUL-SIDE-B
003430                  RUL-A-TERMS RUL-B-TERMS RUL-MISSING-TERMS.
003440     IF CRD-TOLERANCE-X NUMERIC
003450        MOVE CRD-TOLERANCE TO RUL-TOLERANCE
003460     ELSE
003470        IF CRD-TOLERANCE-X NOT = SPACES
003480           MOVE 'TOLERANCE NOT NUMERIC' TO RPT-BAD-REASON
003490           PERFORM 290-WRITE-CARD-ERROR
003500        END-IF
003510     END-IF.
003520     PERFORM 850-WRITE-BLANK-LINE.
003530     MOVE RUL-ID   TO RPT-RULE-ID.
003540     MOVE RUL-DESC TO RPT-RULE-DESC.
003550     MOVE RPT-RULE-LINE TO BALRPT-REC.
003560     WRITE BALRPT-REC
003570     .
003580* ONE TERM - LOOKED UP IN TONIGHT'S TOTALS AND ADDED TO (OR
003590* SUBTRACTED FROM) ITS SIDE. A TOTAL NO STEP REPORTED IS
003600* ITSELF A BREAK - THE STEP MAY NOT HAVE RUN.
003610 240-ADD-ONE-TERM.
003620     IF CRD-SIGN NOT = '+' AND CRD-SIGN NOT = '-' AND
003630        CRD-SIGN NOT = SPACE
003640        MOVE 'SIGN NOT + OR -' TO RPT-BAD-REASON
003650        PERFORM 290-WRITE-CARD-ERROR
003660     ELSE
003670        MOVE CRD-TYPE       TO RPT-TERM-SIDE
003680        MOVE CRD-SIGN       TO RPT-TERM-SIGN
003690        IF CRD-SIGN = SPACE
003700           MOVE '+' TO RPT-TERM-SIGN
003710        END-IF
003720        MOVE CRD-PROGRAM    TO RPT-TERM-PROGRAM
003730        MOVE CRD-TOTAL-NAME TO RPT-TERM-NAME
003732        MOVE CRD-PROGRAM    TO FIND-PROGRAM
003734        MOVE CRD-TOTAL-NAME TO FIND-TOTAL-NAME
003740        PERFORM 300-FIND-TOTAL
003750        IF TERM-FOUND
003760           MOVE TOT-VALUE (TOT-FOUND-SUB) TO RPT-TERM-VALUE
003770           MOVE SPACES TO RPT-TERM-NOTE
003780           PERFORM 245-POST-TERM-VALUE
003790        ELSE
003800           MOVE SPACES TO RPT-TERM-VALUE-X
003810           MOVE '*** NOT REPORTED ***' TO RPT-TERM-NOTE
003820           ADD 1 TO RUL-MISSING-TERMS
003830        END-IF
003840        IF CRD-SIDE-A
003850           ADD 1 TO RUL-A-TERMS
003860        ELSE
003870           ADD 1 TO RUL-B-TERMS
003880        END-IF
003890        MOVE RPT-TERM-LINE TO BALRPT-REC
003900        WRITE BALRPT-REC
003910     END-IF
003920     .
003930 245-POST-TERM-VALUE.
003940     EVALUATE TRUE
003950       WHEN CRD-SIDE-A AND CRD-SIGN = '-'
003960         SUBTRACT TOT-VALUE (TOT-FOUND-SUB) FROM RUL-SIDE-A
003970       WHEN CRD-SIDE-A
003980         ADD TOT-VALUE (TOT-FOUND-SUB) TO RUL-SIDE-A
003990       WHEN CRD-SIGN = '-'
004000         SUBTRACT TOT-VALUE (TOT-FOUND-SUB) FROM RUL-SIDE-B
004010       WHEN OTHER
004020         ADD TOT-VALUE (TOT-FOUND-SUB) TO RUL-SIDE-B
004030     END-EVALUATE
004040     .
004050* THE VERDICT. A RULE WITH NOTHING ON ONE SIDE IS A CARD
004060* ERROR, NOT A BALANCE.
004070 250-CLOSE-OUT-RULE.
004080     MOVE 'N' TO RULE-OPEN-SW.
004090     IF RUL-A-TERMS = ZERO OR RUL-B-TERMS = ZERO
004100        MOVE RUL-ID TO RPT-BAD-CARD
004130        MOVE 'RULE NEEDS A AND B TERMS' TO RPT-BAD-REASON
004140        PERFORM 295-WRITE-RULE-ERROR
004150     ELSE
004160        ADD 1 TO CT-RULES-CHECKED
004170        COMPUTE RUL-DIFFERENCE = RUL-SIDE-A - RUL-SIDE-B
004180        IF RUL-DIFFERENCE < ZERO
004190           COMPUTE RUL-ABS-DIFFERENCE = ZERO - RUL-DIFFERENCE
004200        ELSE
004210           MOVE RUL-DIFFERENCE TO RUL-ABS-DIFFERENCE
004220        END-IF
004230        EVALUATE TRUE
004240          WHEN RUL-MISSING-TERMS > ZERO
004250            MOVE '*** TOTAL MISSING ***' TO RPT-RES-VERDICT
004260            ADD 1 TO CT-RULES-MISSING-TOTAL
004270          WHEN RUL-ABS-DIFFERENCE > RUL-TOLERANCE
004280            MOVE '*** OUT OF BALANCE ***' TO RPT-RES-VERDICT
004290            ADD 1 TO CT-RULES-OUT-OF-BALANCE
004300          WHEN OTHER
004310            MOVE 'IN BALANCE' TO RPT-RES-VERDICT
004320            ADD 1 TO CT-RULES-IN-BALANCE
004330        END-EVALUATE
004340        MOVE RUL-SIDE-A     TO RPT-RES-SIDE-A
004350        MOVE RUL-SIDE-B     TO RPT-RES-SIDE-B
004360        MOVE RUL-DIFFERENCE TO RPT-RES-DIFFERENCE
004370        MOVE RPT-RESULT-LINE TO BALRPT-REC
004380        WRITE BALRPT-REC
004390     END-IF
004400     .
004410 290-WRITE-CARD-ERROR.
004420     MOVE RULE-CARD TO RPT-BAD-CARD.
004430     MOVE RPT-CARD-ERROR-LINE TO BALRPT-REC.
004440     WRITE BALRPT-REC.
004450     ADD 1 TO CT-CARD-ERRORS
004460     .
004462* A RULE FOUND WANTING AT CLOSE-OUT - THE CARD IN THE BUFFER
004463* IS ALREADY THE NEXT ONE, SO ONLY THE RULE ID IS SHOWN.
004464 295-WRITE-RULE-ERROR.
004465     MOVE RPT-CARD-ERROR-LINE TO BALRPT-REC.
004466     WRITE BALRPT-REC.
004467     ADD 1 TO CT-CARD-ERRORS
004468     .
004470* LOOK UP FIND-PROGRAM/FIND-TOTAL-NAME IN TONIGHT'S TOTALS.
004480 300-FIND-TOTAL.
004490     MOVE 'N'  TO TERM-FOUND-SW.
004500     MOVE ZERO TO TOT-ENTRY-SUB.
004510     PERFORM 310-CHECK-ONE-TOTAL
004520       UNTIL TERM-FOUND OR TOT-ENTRY-SUB >= TOT-ENTRY-COUNT
004530     .
004540 310-CHECK-ONE-TOTAL.
004550     ADD 1 TO TOT-ENTRY-SUB.
004560     IF TOT-PROGRAM (TOT-ENTRY-SUB) = FIND-PROGRAM AND
004570        TOT-TOTAL-NAME (TOT-ENTRY-SUB) = FIND-TOTAL-NAME
004580        SET TERM-FOUND TO TRUE
004590        MOVE TOT-ENTRY-SUB TO TOT-FOUND-SUB
004600     END-IF
004610     .
004620*------------------------------------------------------------
004630*** SUMMARY
004640*------------------------------------------------------------
004650 800-WRITE-SUMMARY.
004660     PERFORM 850-WRITE-BLANK-LINE.
004670     MOVE 'TOTALS LOADED         =' TO RPT-SUM-LABEL.
004680     MOVE CT-TOTALS-LOADED TO RPT-SUM-COUNT.
004690     PERFORM 860-WRITE-SUMMARY-LINE.
004700     MOVE 'RULES CHECKED         =' TO RPT-SUM-LABEL.
004710     MOVE CT-RULES-CHECKED TO RPT-SUM-COUNT.
004720     PERFORM 860-WRITE-SUMMARY-LINE.
004730     MOVE 'RULES IN BALANCE      =' TO RPT-SUM-LABEL.
004740     MOVE CT-RULES-IN-BALANCE TO RPT-SUM-COUNT.
004750     PERFORM 860-WRITE-SUMMARY-LINE.
004760     MOVE 'RULES OUT OF BALANCE  =' TO RPT-SUM-LABEL.
004770     MOVE CT-RULES-OUT-OF-BALANCE TO RPT-SUM-COUNT.
004780     PERFORM 860-WRITE-SUMMARY-LINE.
004790     MOVE 'RULES MISSING A TOTAL =' TO RPT-SUM-LABEL.
004800     MOVE CT-RULES-MISSING-TOTAL TO RPT-SUM-COUNT.
004810     PERFORM 860-WRITE-SUMMARY-LINE.
004820     MOVE 'BAD CONTROL CARDS     =' TO RPT-SUM-LABEL.
004830     MOVE CT-CARD-ERRORS TO RPT-SUM-COUNT.
004840     PERFORM 860-WRITE-SUMMARY-LINE.
004850     IF CT-TOTALS-DROPPED > ZERO
004860        MOVE 'TOTALS TABLE FULL, LOST=' TO RPT-SUM-LABEL
004870        MOVE CT-TOTALS-DROPPED TO RPT-SUM-COUNT
004880        PERFORM 860-WRITE-SUMMARY-LINE
004890     END-IF.
004900     PERFORM 850-WRITE-BLANK-LINE.
004910     IF CT-RULES-OUT-OF-BALANCE = ZERO AND
004920        CT-RULES-MISSING-TOTAL = ZERO AND
004930        CT-CARD-ERRORS = ZERO AND
004940        CT-RULES-CHECKED > ZERO
004950        MOVE 'STREAM IN BALANCE' TO BALRPT-REC
004960     ELSE
004970        MOVE '*** STREAM OUT OF BALANCE - DO NOT RELEASE ***'
004980             TO BALRPT-REC
004990     END-IF.
005000     WRITE BALRPT-REC.
005010     DISPLAY 'CTLBAL CONTROL TOTALS'.
005020     DISPLAY '  TOTALS LOADED       = ' CT-TOTALS-LOADED.
005030     DISPLAY '  CARDS READ          = ' CT-CARDS-READ.
005040     DISPLAY '  BAD CARDS           = ' CT-CARD-ERRORS.
005050     DISPLAY '  RULES CHECKED       = ' CT-RULES-CHECKED.
005060     DISPLAY '  IN BALANCE          = ' CT-RULES-IN-BALANCE.
005070     DISPLAY '  OUT OF BALANCE      = ' CT-RULES-OUT-OF-BALANCE.
005080     DISPLAY '  MISSING TOTAL       = ' CT-RULES-MISSING-TOTAL
005090     .
005100 850-WRITE-BLANK-LINE.
005110     MOVE SPACES TO BALRPT-REC.
005120     WRITE BALRPT-REC
005130     .
005140 860-WRITE-SUMMARY-LINE.
005150     MOVE RPT-SUMMARY-LINE TO BALRPT-REC.
005160     WRITE BALRPT-REC
005170     .
005180 900-CLOSE-FILES.
005190     IF CTLTOT-FILE-STATUS = '00'
005200        CLOSE CTLTOT-FILE
005210     END-IF.
005220     IF RULE-FILE-STATUS = '00'
005230        CLOSE RULE-FILE
005240     END-IF.
005250     CLOSE BALRPT-FILE
005260     .
