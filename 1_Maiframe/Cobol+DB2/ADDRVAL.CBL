000010*********************************************************
000020* C O B O L - D B 2
000030* CUSTOMER ADDRESS VALIDATION - CHECKS EVERY P390.CUSTINFO
000040* ROW'S ZIPCODE AND CUSTCITY AGAINST THE ZIP REFERENCE KSDS
000050* AND CUSTADDR FOR SHAPE, REPORTS THE FAILURES AND WRITES A
000060* SUGGESTED-CORRECTION FILE FOR CUSTOMER MAINTENANCE.
000070*********************************************************
000080*----------------------------------------------
000090 IDENTIFICATION                  DIVISION.
000100 PROGRAM-ID.                     ADDRVAL.
000110*
000120 AUTHOR.                         RGM.
000130 INSTALLATION.                   DATA PROCESSING CENTER.
000140 DATE-WRITTEN.                   2026-10-15.
000150 DATE-COMPILED.
000160*
000170* MODIFICATION HISTORY
000180* ----------  ----  --------------------------------------------
000190* 2026-10-15  RGM   NEW PROGRAM. CLSDLTRS LETTERS AND THE
000200*                   MARKETING EXTRACT KEPT GOING TO ADDRESSES
000210*                   THE POST OFFICE COULD NOT DELIVER, BECAUSE
000220*                   NOTHING CHECKED THAT CUSTCITY AND ZIPCODE
000230*                   BELONG TOGETHER. THIS JOB CURSORS THE WHOLE
000240*                   MASTER IN CUSTIDC ORDER, READS THE ZIPREF
000250*                   KSDS (LOADED BY ZIPLOAD FROM THE VENDOR
000260*                   TAPE) BY THE FIVE-DIGIT ZIP, AND REPORTS A
000270*                   BLANK OR MALFORMED ZIPCODE, A ZIP NOT IN THE
000280*                   REFERENCE, A CITY THAT IS NEITHER THE ZIP'S
000290*                   PREFERRED NOR AN ACCEPTABLE NAME, AND A
000300*                   BLANK OR MALFORMED CUSTADDR. WHERE A FIX
000310*                   CAN BE PROPOSED (THE ZIP'S PREFERRED CITY,
000320*                   A ZIP CUT BACK TO ITS GOOD FIVE DIGITS, AN
000330*                   ADDRESS WITH ITS LEADING BLANKS TAKEN OFF)
000340*                   A RECORD GOES TO THE ADDRSUGG FILE FOR
000350*                   CUSTOMER MAINTENANCE TO REVIEW AND APPLY -
000360*                   THIS JOB NEVER UPDATES THE MASTER ITSELF.
000362* 2026-10-15  RGM   SKIP ROWS CUSTMRGE CLOSED AS MERGED-AWAY
000364*                   DUPLICATES - NOTHING IS EVER MAILED TO THEM.
000370*
000380*----------------------------------------------
000390 ENVIRONMENT                     DIVISION.
000400*----------------------------------------------
000410 CONFIGURATION                   SECTION.
000420 INPUT-OUTPUT                    SECTION.
000430 FILE-CONTROL.
000440     SELECT ZIPREF-FILE          ASSIGN TO ZIPREF
000450                                 ORGANIZATION IS INDEXED
000460                                 ACCESS MODE IS RANDOM
000470                                 RECORD KEY IS ZRF-ZIP
000480                                 FILE STATUS IS ZIPREF-STATUS.
000490     SELECT ADDRRPT-FILE         ASSIGN TO ADDRRPT
000500                                 ORGANIZATION IS SEQUENTIAL.
000510     SELECT ADDRSUGG-FILE        ASSIGN TO ADDRSUGG
000520                                 ORGANIZATION IS SEQUENTIAL.
000530 DATA                            DIVISION.
000540*----------------------------------------------
000550 FILE                            SECTION.
000560*----------------------------------------------
000570*
000580* THE ZIP REFERENCE - ONE RECORD PER FIVE-DIGIT ZIP. MUST STAY
000590* IN STEP WITH ZIPLOAD'S LAYOUT.
000600 FD  ZIPREF-FILE.
000610 01  ZIPREF-REC.
000620     05  ZRF-ZIP                 PIC X(05).
000630     05  ZRF-STATE               PIC X(02).
000640     05  ZRF-CITY                PIC X(28).
000642* P390.CUSTINFO'S CUSTCITY HOLDS ONLY THE FIRST 20.
000644     05  ZRF-CITY-PARTS REDEFINES ZRF-CITY.
000646         10  FILLER              PIC X(20).
000648         10  ZRF-CITY-OVERFLOW   PIC X(08).
000650     05  ZRF-ALT-COUNT           PIC 9(02).
000660     05  ZRF-ALT-CITY            PIC X(28) OCCURS 10 TIMES.
000670     05  ZRF-ISSUE-DATE          PIC X(08).
000680*
000690* PRINTED ADDRESS EXCEPTION REPORT.
000700 FD  ADDRRPT-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD
000730     BLOCK CONTAINS 0 RECORDS.
000740 01  ADDRRPT-REC                 PIC X(80).
000750*
000760* SUGGESTED CORRECTIONS - ONE RECORD PER COLUMN TO CHANGE,
000770* CURRENT AND SUGGESTED VALUE SIDE BY SIDE FOR REVIEW.
000780 FD  ADDRSUGG-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820 01  ADDRSUGG-REC.
000830     05  SUG-CUSTIDC             PIC X(14).
000840     05  SUG-COLUMN              PIC X(10).
000850     05  SUG-CURRENT-VALUE       PIC X(30).
000860     05  SUG-SUGGESTED-VALUE     PIC X(30).
000870     05  SUG-REASON              PIC X(30).
000880     05  FILLER                  PIC X(06).
000890*
000900 WORKING-STORAGE                 SECTION.
000910*---------------------------------------------*
000920* SWITCHES                                    *
000930*---------------------------------------------*
000940 01  SWITCHES.
000950     05 CUST-CURSOR-EOF-SW       PIC X   VALUE 'N'.
000960        88 CUST-CURSOR-EOF               VALUE 'Y'.
000970     05 ROW-CLEAN-SW             PIC X   VALUE 'Y'.
000980        88 ROW-CLEAN                     VALUE 'Y'.
000990     05 CITY-MATCHED-SW          PIC X   VALUE 'N'.
001000        88 CITY-MATCHED                  VALUE 'Y'.
001010*
001020 01  ZIPREF-STATUS               PIC X(02) VALUE SPACES.
001030*
001040* ZIPCODE IS NINE BYTES - FIVE-DIGIT ZIP, THEN A ZIP+4 SUFFIX
001050* OR BLANKS.
001060 01  ZIP-WORK.
001070     05  ZIP-FIVE                PIC X(05).
001080     05  ZIP-PLUS-FOUR           PIC X(04).
001090*
001100* CITY NAMES ARE COMPARED IN UPPER CASE - THE VENDOR TAPE IS
001110* ALL CAPITALS, THE MASTER IS NOT.
001120 01  CITY-COMPARE-WORK.
001130     05  CUST-CITY-UPPER         PIC X(28).
001140     05  REF-CITY-WORK           PIC X(28).
001150 01  LOWER-CASE-LETTERS          PIC X(26) VALUE
001160     'abcdefghijklmnopqrstuvwxyz'.
001170 01  UPPER-CASE-LETTERS          PIC X(26) VALUE
001180     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001190 01  ALT-SUB                     PIC S9(4) COMP VALUE ZERO.
001200*
001210* CUSTADDR SHAPE CHECK - ONE CHARACTER AT A TIME.
001220 01  ADDR-SCAN-WORK.
001230     05  ADDR-CHAR               PIC X(01).
001240         88  ADDR-CHAR-PUNCT             VALUE ' ' '.' ',' '#'
001250                                               '-' '/' ''''.
001260     05  ADDR-SUB                PIC S9(4) COMP VALUE ZERO.
001270     05  ADDR-FIRST-NONBLANK     PIC S9(4) COMP VALUE ZERO.
001280     05  ADDR-DIGITS             PIC S9(4) COMP VALUE ZERO.
001290     05  ADDR-LETTERS            PIC S9(4) COMP VALUE ZERO.
001300     05  ADDR-OTHERS             PIC S9(4) COMP VALUE ZERO.
001310     05  ADDR-LENGTH             PIC S9(4) COMP VALUE +30.
001320*--------------------------------------------*
001330* CONTROL TOTALS                             *
001340*--------------------------------------------*
001350 01  CONTROL-TOTALS.
001360     05 CT-ROWS-READ             PIC S9(7) COMP VALUE ZERO.
001370     05 CT-ROWS-CLEAN            PIC S9(7) COMP VALUE ZERO.
001380     05 CT-ZIP-BLANK             PIC S9(7) COMP VALUE ZERO.
001390     05 CT-ZIP-MALFORMED         PIC S9(7) COMP VALUE ZERO.
001400     05 CT-ZIP-NOT-IN-REF        PIC S9(7) COMP VALUE ZERO.
001410     05 CT-CITY-MISMATCH         PIC S9(7) COMP VALUE ZERO.
001420     05 CT-ADDR-BLANK            PIC S9(7) COMP VALUE ZERO.
001430     05 CT-ADDR-MALFORMED        PIC S9(7) COMP VALUE ZERO.
001440     05 CT-SUGGESTIONS           PIC S9(7) COMP VALUE ZERO.
001450*
001460 01  RPT-HEADING-LINE.
001470     05  FILLER                  PIC X(16) VALUE
001480         'CUSTIDC'.
001490     05  FILLER                  PIC X(28) VALUE
001500         'EXCEPTION'.
001510     05  FILLER                  PIC X(36) VALUE
001520         'VALUE ON P390.CUSTINFO'.
001530*
001540 01  RPT-DETAIL-LINE.
001550     05  RPT-CUSTIDC             PIC X(14).
001560     05  FILLER                  PIC X(02) VALUE SPACES.
001570     05  RPT-EXCEPTION           PIC X(26).
001580     05  FILLER                  PIC X(02) VALUE SPACES.
001590     05  RPT-VALUE               PIC X(30).
001600     05  FILLER                  PIC X(06) VALUE SPACES.
001610*
001620 01  RPT-TOTALS-LINE-1.
001630     05  FILLER                  PIC X(12) VALUE
001640         'ROWS READ ='.
001650     05  RPT-TOT-READ            PIC ZZZZZZ9.
001660     05  FILLER                  PIC X(08) VALUE
001670         ' CLEAN ='.
001680     05  RPT-TOT-CLEAN           PIC ZZZZZZ9.
001690     05  FILLER                  PIC X(14) VALUE
001700         ' SUGGESTIONS ='.
001710     05  RPT-TOT-SUGG            PIC ZZZZZZ9.
001720     05  FILLER                  PIC X(25) VALUE SPACES.
001730 01  RPT-TOTALS-LINE-2.
001740     05  FILLER                  PIC X(12) VALUE
001750         'ZIP BLANK ='.
001760     05  RPT-TOT-ZIP-BLANK       PIC ZZZZZ9.
001770     05  FILLER                  PIC X(12) VALUE
001780         ' MALFORMED ='.
001790     05  RPT-TOT-ZIP-BAD         PIC ZZZZZ9.
001800     05  FILLER                  PIC X(13) VALUE
001810         ' NOT IN REF ='.
001820     05  RPT-TOT-NOT-IN-REF      PIC ZZZZZ9.
001830     05  FILLER                  PIC X(11) VALUE
001840         ' CITY BAD ='.
001850     05  RPT-TOT-CITY            PIC ZZZZZ9.
001860     05  FILLER                  PIC X(08) VALUE SPACES.
001870 01  RPT-TOTALS-LINE-3.
001880     05  FILLER                  PIC X(13) VALUE
001890         'ADDR BLANK ='.
001900     05  RPT-TOT-ADDR-BLANK      PIC ZZZZZ9.
001910     05  FILLER                  PIC X(12) VALUE
001920         ' MALFORMED ='.
001930     05  RPT-TOT-ADDR-BAD        PIC ZZZZZ9.
001940     05  FILLER                  PIC X(43) VALUE SPACES.
001950*--------------------------------------------*
001960* DB2 HOST VARIABLES - SAME COPYBOOK CUSTINFQ USES            *
001970*--------------------------------------------*
001980     EXEC SQL
001990       INCLUDE CUSTINFQ
002000     END-EXEC.
002010*
002020     EXEC SQL
002030       INCLUDE SQLCA
002040     END-EXEC.
002050*--------------------------------------------*
002060* CURSOR OVER THE WHOLE CUSTOMER MASTER IN KEY ORDER.
002070*--------------------------------------------*
002080     EXEC SQL
002090       DECLARE ADDR-CUR CURSOR FOR
002100         SELECT CUSTIDC,   CUSTADDR,   CUSTCITY,
002110                ZIPCODE
002120           FROM P390.CUSTINFO
002125          WHERE CUSTCLOSERSN NOT LIKE 'M%'
002130         ORDER BY CUSTIDC
002140     END-EXEC.
002150*
002160 PROCEDURE                       DIVISION.
002170 000-VALIDATE-CUSTOMER-ADDRESSES.
002180     PERFORM 010-OPEN-FILES.
002190     PERFORM 020-OPEN-ADDR-CURSOR.
002200     PERFORM 100-VALIDATE-ONE-CUSTOMER
002210       UNTIL CUST-CURSOR-EOF.
002220     PERFORM 800-WRITE-CONTROL-TOTALS.
002230     PERFORM 900-CLOSE-FILES.
002240     STOP RUN
002250     .
002260 010-OPEN-FILES.
002270     OPEN INPUT ZIPREF-FILE.
002280     IF ZIPREF-STATUS NOT = '00'
002290        DISPLAY 'ADDRVAL: ZIPREF OPEN FAILED, STATUS='
002300                ZIPREF-STATUS
002310        MOVE 16 TO RETURN-CODE
002320        STOP RUN
002330     END-IF.
002340     OPEN OUTPUT ADDRRPT-FILE.
002350     OPEN OUTPUT ADDRSUGG-FILE.
002360     MOVE RPT-HEADING-LINE TO ADDRRPT-REC.
002370     WRITE ADDRRPT-REC.
002380     MOVE SPACES TO ADDRRPT-REC.
002390     WRITE ADDRRPT-REC
002400     .
002410 020-OPEN-ADDR-CURSOR.
002420     EXEC SQL
002430       OPEN ADDR-CUR
002440     END-EXEC.
002450     PERFORM 030-FETCH-ADDR-CURSOR
002460     .
002470 030-FETCH-ADDR-CURSOR.
002480     EXEC SQL
002490       FETCH ADDR-CUR
002500       INTO :CUSTIDC, :CUSTADDR, :CUSTCITY,
002510            :ZIPCODE
002520     END-EXEC.
002530     EVALUATE SQLCODE
002540       WHEN ZERO
002550         ADD 1 TO CT-ROWS-READ
002560       WHEN 100
002570         MOVE 'Y' TO CUST-CURSOR-EOF-SW
002580       WHEN OTHER
002590         DISPLAY 'ADDRVAL: FETCH FAILED, SQLCODE= ' SQLCODE
002600         MOVE 16 TO RETURN-CODE
002610         MOVE 'Y' TO CUST-CURSOR-EOF-SW
002620     END-EVALUATE
002630     .
002640*------------------------------------------------------------
002650*** ONE CUSTOMER - ZIP AND CITY TOGETHER, THEN THE STREET
002660*** ADDRESS. EVERY FAILURE PRINTS; THE ROW COUNTS AS CLEAN
002670*** ONLY IF NONE DID.
002680*------------------------------------------------------------
002690 100-VALIDATE-ONE-CUSTOMER.
002700     MOVE 'Y' TO ROW-CLEAN-SW.
002710     PERFORM 200-CHECK-ZIP-AND-CITY.
002720     PERFORM 300-CHECK-STREET-ADDRESS.
002730     IF ROW-CLEAN
002740        ADD 1 TO CT-ROWS-CLEAN
002750     END-IF.
002760     PERFORM 030-FETCH-ADDR-CURSOR
002770     .
002780 200-CHECK-ZIP-AND-CITY.
002790     MOVE ZIPCODE TO ZIP-WORK.
002800     EVALUATE TRUE
002810       WHEN ZIPCODE = SPACES
002820         MOVE 'ZIPCODE BLANK'         TO RPT-EXCEPTION
002830         MOVE ZIPCODE                 TO RPT-VALUE
002840         PERFORM 700-WRITE-EXCEPTION-LINE
002850         ADD 1 TO CT-ZIP-BLANK
002860       WHEN ZIP-FIVE NOT NUMERIC
002870         MOVE 'ZIPCODE MALFORMED'     TO RPT-EXCEPTION
002880         MOVE ZIPCODE                 TO RPT-VALUE
002890         PERFORM 700-WRITE-EXCEPTION-LINE
002900         ADD 1 TO CT-ZIP-MALFORMED
002910       WHEN OTHER
002920         IF ZIP-PLUS-FOUR NOT = SPACES AND
002930            ZIP-PLUS-FOUR NOT NUMERIC
002940            MOVE 'ZIP+4 MALFORMED'    TO RPT-EXCEPTION
002950            MOVE ZIPCODE              TO RPT-VALUE
002960            PERFORM 700-WRITE-EXCEPTION-LINE
002970            ADD 1 TO CT-ZIP-MALFORMED
002980            MOVE 'ZIPCODE'            TO SUG-COLUMN
002990            MOVE ZIPCODE              TO SUG-CURRENT-VALUE
003000            MOVE ZIP-FIVE             TO SUG-SUGGESTED-VALUE
003010            MOVE 'ZIP+4 NOT NUMERIC - DROP IT' TO SUG-REASON
003020            PERFORM 710-WRITE-SUGGESTION
003030         END-IF
003040         PERFORM 210-LOOK-UP-ZIP
003050     END-EVALUATE
003060     .
003070 210-LOOK-UP-ZIP.
003080     MOVE ZIP-FIVE TO ZRF-ZIP.
003090     READ ZIPREF-FILE
003100       INVALID KEY
003110         MOVE 'ZIP NOT IN REFERENCE'  TO RPT-EXCEPTION
003120         MOVE ZIPCODE                 TO RPT-VALUE
003130         PERFORM 700-WRITE-EXCEPTION-LINE
003140         ADD 1 TO CT-ZIP-NOT-IN-REF
003150       NOT INVALID KEY
003160         PERFORM 220-CHECK-CITY-FOR-ZIP
003170     END-READ
003180     .
003190*
003200* THE CITY IS GOOD IF IT IS THE ZIP'S PREFERRED NAME OR ANY OF
003210* ITS ACCEPTABLE ALTERNATES. OTHERWISE THE PREFERRED NAME IS
003220* SUGGESTED - THE ZIP IS TAKEN AS RIGHT AND THE CITY AS WRONG,
003225* SINCE THE ZIP IS WHAT THE POST OFFICE SORTS ON. A PREFERRED
003230* NAME LONGER THAN CUSTCITY HOLDS IS NOT SUGGESTED - IT WOULD
003235* BE CUT SHORT - BUT FLAGGED FOR CUSTOMER MAINTENANCE INSTEAD.
003240 220-CHECK-CITY-FOR-ZIP.
003250     MOVE CUSTCITY TO CUST-CITY-UPPER.
003260     INSPECT CUST-CITY-UPPER
003270       CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS.
003280     MOVE 'N' TO CITY-MATCHED-SW.
003290     IF CUST-CITY-UPPER = ZRF-CITY
003300        MOVE 'Y' TO CITY-MATCHED-SW
003310     END-IF.
003320     MOVE ZERO TO ALT-SUB.
003330     PERFORM 230-CHECK-ALTERNATE-CITY
003340       UNTIL CITY-MATCHED OR ALT-SUB >= ZRF-ALT-COUNT.
003350     IF NOT CITY-MATCHED
003360        MOVE 'CITY NOT VALID FOR ZIP' TO RPT-EXCEPTION
003370        MOVE CUSTCITY                 TO RPT-VALUE
003380        PERFORM 700-WRITE-EXCEPTION-LINE
003390        ADD 1 TO CT-CITY-MISMATCH
003395        IF ZRF-CITY-OVERFLOW = SPACES
003400           MOVE 'CUSTCITY'            TO SUG-COLUMN
003405           MOVE CUSTCITY              TO SUG-CURRENT-VALUE
003410           MOVE ZRF-CITY              TO SUG-SUGGESTED-VALUE
003415           MOVE SPACES                TO SUG-REASON
003420           STRING 'PREFERRED CITY FOR ZIP ' ZIP-FIVE
003425                  DELIMITED BY SIZE INTO SUG-REASON
003430           END-STRING
003435           PERFORM 710-WRITE-SUGGESTION
003440        ELSE
003445           MOVE 'CITY TOO LONG FOR CUSTCITY' TO RPT-EXCEPTION
003450           MOVE ZRF-CITY              TO RPT-VALUE
003455           PERFORM 700-WRITE-EXCEPTION-LINE
003460        END-IF
003480     END-IF
003490     .
003500 230-CHECK-ALTERNATE-CITY.
003510     ADD 1 TO ALT-SUB.
003520     MOVE ZRF-ALT-CITY (ALT-SUB) TO REF-CITY-WORK.
003530     IF CUST-CITY-UPPER = REF-CITY-WORK
003540        MOVE 'Y' TO CITY-MATCHED-SW
003550     END-IF
003560     .
003570*------------------------------------------------------------
003580*** STREET ADDRESS - BLANK, OR MALFORMED: LEADING BLANKS, NO
003590*** LETTERS, NO DIGITS (NO HOUSE OR BOX NUMBER), OR A
003600*** CHARACTER THAT IS NOT A LETTER, DIGIT OR . , # - / '
003610*------------------------------------------------------------
003620 300-CHECK-STREET-ADDRESS.
003630     IF CUSTADDR = SPACES
003640        MOVE 'CUSTADDR BLANK'         TO RPT-EXCEPTION
003650        MOVE CUSTADDR                 TO RPT-VALUE
003660        PERFORM 700-WRITE-EXCEPTION-LINE
003670        ADD 1 TO CT-ADDR-BLANK
003680     ELSE
003690        MOVE ZERO TO ADDR-SUB
003700        MOVE ZERO TO ADDR-FIRST-NONBLANK
003710        MOVE ZERO TO ADDR-DIGITS
003720        MOVE ZERO TO ADDR-LETTERS
003730        MOVE ZERO TO ADDR-OTHERS
003740        PERFORM 310-SCAN-ADDRESS-CHARACTER
003750          UNTIL ADDR-SUB >= ADDR-LENGTH
003760        EVALUATE TRUE
003770          WHEN ADDR-FIRST-NONBLANK > 1
003780            MOVE 'CUSTADDR LEAD BLANKS'    TO RPT-EXCEPTION
003790            MOVE CUSTADDR                  TO RPT-VALUE
003800            PERFORM 700-WRITE-EXCEPTION-LINE
003810            ADD 1 TO CT-ADDR-MALFORMED
003820            MOVE 'CUSTADDR'                TO SUG-COLUMN
003830            MOVE CUSTADDR                  TO SUG-CURRENT-VALUE
003840            MOVE CUSTADDR (ADDR-FIRST-NONBLANK:)
003850              TO SUG-SUGGESTED-VALUE
003860            MOVE 'LEADING BLANKS REMOVED'  TO SUG-REASON
003870            PERFORM 710-WRITE-SUGGESTION
003880          WHEN ADDR-OTHERS > ZERO
003890            MOVE 'CUSTADDR BAD CHARACTER' TO RPT-EXCEPTION
003900            MOVE CUSTADDR                 TO RPT-VALUE
003910            PERFORM 700-WRITE-EXCEPTION-LINE
003920            ADD 1 TO CT-ADDR-MALFORMED
003930          WHEN ADDR-DIGITS = ZERO OR ADDR-LETTERS = ZERO
003940            MOVE 'CUSTADDR NO NUM/NAME'    TO RPT-EXCEPTION
003950            MOVE CUSTADDR                  TO RPT-VALUE
003960            PERFORM 700-WRITE-EXCEPTION-LINE
003970            ADD 1 TO CT-ADDR-MALFORMED
003980        END-EVALUATE
003990     END-IF
004000     .
004030 310-SCAN-ADDRESS-CHARACTER.
004040     ADD 1 TO ADDR-SUB.
004050     MOVE CUSTADDR (ADDR-SUB:1) TO ADDR-CHAR.
004060     IF ADDR-CHAR NOT = SPACE AND ADDR-FIRST-NONBLANK = ZERO
004070        MOVE ADDR-SUB TO ADDR-FIRST-NONBLANK
004080     END-IF.
004090     EVALUATE TRUE
004100       WHEN ADDR-CHAR NUMERIC
004110         ADD 1 TO ADDR-DIGITS
004120       WHEN ADDR-CHAR-PUNCT
004130         CONTINUE
004140       WHEN ADDR-CHAR ALPHABETIC
004150         ADD 1 TO ADDR-LETTERS
004160       WHEN OTHER
004170         ADD 1 TO ADDR-OTHERS
004180     END-EVALUATE
004190     .
004200*
004210* CALLER HAS ALREADY PUT THE EXCEPTION AND THE VALUE IN PLACE.
004220 700-WRITE-EXCEPTION-LINE.
004230     MOVE CUSTIDC TO RPT-CUSTIDC.
004240     MOVE RPT-DETAIL-LINE TO ADDRRPT-REC.
004250     WRITE ADDRRPT-REC.
004260     MOVE 'N' TO ROW-CLEAN-SW
004270     .
004280*
004290* CALLER HAS ALREADY PUT COLUMN, VALUES AND REASON IN PLACE.
004300 710-WRITE-SUGGESTION.
004310     MOVE CUSTIDC TO SUG-CUSTIDC.
004320     WRITE ADDRSUGG-REC.
004330     ADD 1 TO CT-SUGGESTIONS.
004340     MOVE SPACES TO ADDRSUGG-REC
004350     .
004360 800-WRITE-CONTROL-TOTALS.
004370     MOVE SPACES TO ADDRRPT-REC.
004380     WRITE ADDRRPT-REC.
004390     MOVE CT-ROWS-READ       TO RPT-TOT-READ.
004400     MOVE CT-ROWS-CLEAN      TO RPT-TOT-CLEAN.
004410     MOVE CT-SUGGESTIONS     TO RPT-TOT-SUGG.
004420     MOVE RPT-TOTALS-LINE-1 TO ADDRRPT-REC.
004430     WRITE ADDRRPT-REC.
004440     MOVE CT-ZIP-BLANK       TO RPT-TOT-ZIP-BLANK.
004450     MOVE CT-ZIP-MALFORMED   TO RPT-TOT-ZIP-BAD.
004460     MOVE CT-ZIP-NOT-IN-REF  TO RPT-TOT-NOT-IN-REF.
004470     MOVE CT-CITY-MISMATCH   TO RPT-TOT-CITY.
004480     MOVE RPT-TOTALS-LINE-2 TO ADDRRPT-REC.
004490     WRITE ADDRRPT-REC.
004500     MOVE CT-ADDR-BLANK      TO RPT-TOT-ADDR-BLANK.
004510     MOVE CT-ADDR-MALFORMED  TO RPT-TOT-ADDR-BAD.
004520     MOVE RPT-TOTALS-LINE-3 TO ADDRRPT-REC.
004530     WRITE ADDRRPT-REC.
004540     DISPLAY 'ADDRVAL CONTROL TOTALS'.
004550     DISPLAY '  ROWS READ          = ' CT-ROWS-READ.
004560     DISPLAY '  ROWS CLEAN         = ' CT-ROWS-CLEAN.
004570     DISPLAY '  ZIPCODE BLANK      = ' CT-ZIP-BLANK.
004580     DISPLAY '  ZIPCODE MALFORMED  = ' CT-ZIP-MALFORMED.
004590     DISPLAY '  ZIP NOT IN REF     = ' CT-ZIP-NOT-IN-REF.
004600     DISPLAY '  CITY NOT VALID     = ' CT-CITY-MISMATCH.
004610     DISPLAY '  CUSTADDR BLANK     = ' CT-ADDR-BLANK.
004620     DISPLAY '  CUSTADDR MALFORMED = ' CT-ADDR-MALFORMED.
004630     DISPLAY '  SUGGESTIONS        = ' CT-SUGGESTIONS
004640     .
004650 900-CLOSE-FILES.
004660     EXEC SQL
004670       CLOSE ADDR-CUR
004680     END-EXEC.
004690     CLOSE ZIPREF-FILE.
004700     CLOSE ADDRRPT-FILE.
004710     CLOSE ADDRSUGG-FILE
004720     .
