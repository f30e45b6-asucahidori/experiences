000010*********************************************************
000020* C O B O L
000030* LOAD THE ZIP-CODE REFERENCE KSDS (ZIP, CITY, STATE) FROM
000040* THE POSTAL VENDOR'S CITY/STATE TAPE. ONE RECORD PER ZIP
000050* WITH THE PREFERRED CITY AND ITS ACCEPTABLE ALTERNATES.
000060*********************************************************
000070*----------------------------------------------
000080 IDENTIFICATION                  DIVISION.
000090 PROGRAM-ID.                     ZIPLOAD.
000100*
000110 AUTHOR.                         RGM.
000120 INSTALLATION.                   DATA PROCESSING CENTER.
000130 DATE-WRITTEN.                   2026-10-15.
000140 DATE-COMPILED.
000150*
000160* MODIFICATION HISTORY
000170* ----------  ----  --------------------------------------------
000180* 2026-10-15  RGM   NEW PROGRAM. NOTHING CHECKED THAT CUSTCITY
000190*                   AND ZIPCODE ON P390.CUSTINFO BELONG
000200*                   TOGETHER, SO ADDRVAL NEEDS A REFERENCE TO
000210*                   CHECK AGAINST. THIS JOB READS THE VENDOR'S
000220*                   CITY/STATE TAPE (HEADER, ONE DETAIL PER ZIP
000230*                   AND CITY NAME, TRAILER WITH THE DETAIL
000240*                   COUNT), SORTED BY ZIP, AND LOADS A FRESHLY
000250*                   DEFINED KSDS KEYED ON THE FIVE-DIGIT ZIP -
000260*                   THE PREFERRED CITY PLUS UP TO TEN ACCEPTABLE
000270*                   ALTERNATES. 'NOT ACCEPTABLE' NAMES ARE LEFT
000280*                   OFF. THE JCL DELETE/DEFINES THE CLUSTER
000290*                   AHEAD OF EACH RUN, AS FOR CUSTUNLD'S KSDS.
000300*                   RC 8 IF ANY DETAIL WAS REJECTED OR THE
000310*                   TRAILER COUNT DOES NOT AGREE, 16 IF NOTHING
000320*                   COULD BE LOADED.
000330*
000340*----------------------------------------------
000350 ENVIRONMENT                     DIVISION.
000360*----------------------------------------------
000370 CONFIGURATION                   SECTION.
000380 INPUT-OUTPUT                    SECTION.
000390 FILE-CONTROL.
000400     SELECT ZIPTAPE-FILE         ASSIGN TO ZIPTAPE
000410                                 ORGANIZATION IS SEQUENTIAL.
000420     SELECT ZIPREF-FILE          ASSIGN TO ZIPREF
000430                                 ORGANIZATION IS INDEXED
000440                                 ACCESS MODE IS SEQUENTIAL
000450                                 RECORD KEY IS ZRF-ZIP
000460                                 FILE STATUS IS ZIPREF-STATUS.
000470     SELECT ZIPLRPT-FILE         ASSIGN TO ZIPLRPT
000480                                 ORGANIZATION IS SEQUENTIAL.
000490 DATA                            DIVISION.
000500*----------------------------------------------
000510 FILE                            SECTION.
000520*----------------------------------------------
000530*
000540* THE VENDOR'S CITY/STATE TAPE - 80-BYTE RECORDS, ZIP ORDER.
000550* 'H' HEADER CARRIES THE VENDOR'S ISSUE DATE, 'D' ONE CITY NAME
000560* FOR ONE ZIP ('P' PREFERRED, 'A' ACCEPTABLE, 'N' NOT
000570* ACCEPTABLE), 'T' TRAILER THE NUMBER OF 'D' RECORDS.
000580 FD  ZIPTAPE-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     BLOCK CONTAINS 0 RECORDS.
000620 01  ZIPTAPE-REC.
000630     05  ZTP-RECORD-TYPE         PIC X(01).
000640         88  ZTP-HEADER                  VALUE 'H'.
000650         88  ZTP-DETAIL                  VALUE 'D'.
000660         88  ZTP-TRAILER                 VALUE 'T'.
000670     05  ZTP-DETAIL-DATA.
000680         10  ZTP-ZIP             PIC X(05).
000690         10  ZTP-CITY            PIC X(28).
000700         10  ZTP-STATE           PIC X(02).
000710         10  ZTP-CITY-IND        PIC X(01).
000720             88  ZTP-CITY-PREFERRED      VALUE 'P'.
000730             88  ZTP-CITY-ACCEPTABLE     VALUE 'A'.
000740             88  ZTP-CITY-NOT-ACCEPTABLE VALUE 'N'.
000750         10  FILLER              PIC X(43).
000760     05  ZTP-HEADER-DATA REDEFINES ZTP-DETAIL-DATA.
000770         10  ZTP-HDR-ISSUE-DATE  PIC X(08).
000780         10  FILLER              PIC X(71).
000790     05  ZTP-TRAILER-DATA REDEFINES ZTP-DETAIL-DATA.
000800         10  ZTP-TRL-DETAIL-COUNT PIC 9(09).
000810         10  ZTP-TRL-DETAIL-COUNT-X REDEFINES
000820             ZTP-TRL-DETAIL-COUNT PIC X(09).
000830         10  FILLER              PIC X(70).
000840*
000850* THE ZIP REFERENCE - ONE RECORD PER FIVE-DIGIT ZIP. MUST STAY
000860* IN STEP WITH ADDRVAL'S LAYOUT.
000870 FD  ZIPREF-FILE.
000880 01  ZIPREF-REC.
000890     05  ZRF-ZIP                 PIC X(05).
000900     05  ZRF-STATE               PIC X(02).
000910     05  ZRF-CITY                PIC X(28).
000920     05  ZRF-ALT-COUNT           PIC 9(02).
000930     05  ZRF-ALT-CITY            PIC X(28) OCCURS 10 TIMES.
000940     05  ZRF-ISSUE-DATE          PIC X(08).
000950*
000960* PRINTED LOG OF THE LOAD RUN.
000970 FD  ZIPLRPT-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD
001000     BLOCK CONTAINS 0 RECORDS.
001010 01  ZIPLRPT-REC                 PIC X(80).
001020*
001030 WORKING-STORAGE                 SECTION.
001040*---------------------------------------------*
001050* SWITCHES                                    *
001060*---------------------------------------------*
001070 01  SWITCHES.
001080     05 ZIPTAPE-EOF-SW           PIC X   VALUE 'N'.
001090        88 ZIPTAPE-EOF                   VALUE 'Y'.
001100     05 ZIP-HELD-SW              PIC X   VALUE 'N'.
001110        88 ZIP-HELD                      VALUE 'Y'.
001120     05 TRAILER-SEEN-SW          PIC X   VALUE 'N'.
001130        88 TRAILER-SEEN                  VALUE 'Y'.
001140*
001150 01  ZIPREF-STATUS          PIC X(02) VALUE SPACES.
001160*
001170* THE ZIP BEING BUILT - WRITTEN WHEN THE NEXT ZIP ARRIVES.
001180 01  HOLD-ZIPREF-REC.
001190     05  HLD-ZIP                 PIC X(05) VALUE SPACES.
001200     05  HLD-STATE               PIC X(02) VALUE SPACES.
001210     05  HLD-CITY                PIC X(28) VALUE SPACES.
001220     05  HLD-ALT-COUNT           PIC 9(02) VALUE ZERO.
001230     05  HLD-ALT-CITY            PIC X(28) OCCURS 10 TIMES.
001240     05  HLD-ISSUE-DATE          PIC X(08) VALUE SPACES.
001250*
001260 01  PRIOR-ZIP                   PIC X(05) VALUE LOW-VALUES.
001270 01  ISSUE-DATE                  PIC X(08) VALUE SPACES.
001275 01  ALT-CITY-WORK               PIC X(28) VALUE SPACES.
001280 01  MAX-ALT-CITIES              PIC S9(4) COMP VALUE +10.
001290*--------------------------------------------*
001300* CONTROL TOTALS                             *
001310*--------------------------------------------*
001320 01  CONTROL-TOTALS.
001330     05 CT-RECORDS-READ          PIC S9(7) COMP VALUE ZERO.
001340     05 CT-DETAILS-READ          PIC S9(7) COMP VALUE ZERO.
001350     05 CT-DETAILS-REJECTED      PIC S9(7) COMP VALUE ZERO.
001360     05 CT-NOT-ACCEPTABLE        PIC S9(7) COMP VALUE ZERO.
001370     05 CT-ALTS-DROPPED          PIC S9(7) COMP VALUE ZERO.
001380     05 CT-ZIPS-LOADED           PIC S9(7) COMP VALUE ZERO.
001390     05 CT-WRITE-ERRORS          PIC S9(7) COMP VALUE ZERO.
001400*
001410 01  RPT-DETAIL-LINE.
001420     05  RPT-ZIP                 PIC X(05).
001430     05  FILLER                  PIC X(02) VALUE SPACES.
001440     05  RPT-CITY                PIC X(28).
001450     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  RPT-MESSAGE             PIC X(40).
001470     05  FILLER                  PIC X(03) VALUE SPACES.
001480*
001490 01  RPT-COUNT-ED                PIC ZZZZZZZZ9.
001500*
001510 01  RPT-TOTALS-LINE.
001520     05  FILLER                  PIC X(14) VALUE
001530         'DETAILS READ ='.
001540     05  RPT-TOT-READ            PIC ZZZZZZ9.
001550     05  FILLER                  PIC X(11) VALUE
001560         ' REJECTED ='.
001570     05  RPT-TOT-REJECTED        PIC ZZZZZZ9.
001580     05  FILLER                  PIC X(14) VALUE
001590         ' ZIPS LOADED ='.
001600     05  RPT-TOT-LOADED          PIC ZZZZZZ9.
001610     05  FILLER                  PIC X(20) VALUE SPACES.
001620*
001630 PROCEDURE                       DIVISION.
001640 000-LOAD-ZIP-REFERENCE.
001650     PERFORM 010-OPEN-FILES.
001660     PERFORM 100-PROCESS-ONE-TAPE-RECORD
001670       UNTIL ZIPTAPE-EOF.
001680     IF ZIP-HELD
001690        PERFORM 300-WRITE-HELD-ZIP
001700     END-IF.
001710     PERFORM 400-CHECK-TRAILER-COUNT.
001720     PERFORM 800-WRITE-CONTROL-TOTALS.
001730     PERFORM 900-CLOSE-FILES.
001740     STOP RUN
001750     .
001760 010-OPEN-FILES.
001770     OPEN INPUT  ZIPTAPE-FILE.
001780     OPEN OUTPUT ZIPREF-FILE.
001790     IF ZIPREF-STATUS NOT = '00'
001800        DISPLAY 'ZIPLOAD: ZIPREF OPEN FAILED, STATUS='
001810                ZIPREF-STATUS
001820        MOVE 16 TO RETURN-CODE
001830        STOP RUN
001840     END-IF.
001850     OPEN OUTPUT ZIPLRPT-FILE.
001855     MOVE SPACES TO RPT-DETAIL-LINE.
001860     PERFORM 020-READ-ZIPTAPE
001870     .
001880 020-READ-ZIPTAPE.
001890     READ ZIPTAPE-FILE
001900       AT END
001910         MOVE 'Y' TO ZIPTAPE-EOF-SW
001920       NOT AT END
001930         ADD 1 TO CT-RECORDS-READ
001940     END-READ
001950     .
001960*------------------------------------------------------------
001970*** ONE TAPE RECORD - HEADER, DETAIL OR TRAILER
001980*------------------------------------------------------------
001990 100-PROCESS-ONE-TAPE-RECORD.
002000     EVALUATE TRUE
002010       WHEN ZTP-HEADER
002020         MOVE ZTP-HDR-ISSUE-DATE TO ISSUE-DATE
002030       WHEN ZTP-DETAIL
002040         ADD 1 TO CT-DETAILS-READ
002050         PERFORM 200-PROCESS-DETAIL
002060       WHEN ZTP-TRAILER
002070         MOVE 'Y' TO TRAILER-SEEN-SW
002080         IF ZTP-TRL-DETAIL-COUNT-X NOT NUMERIC
002090            MOVE ZERO TO ZTP-TRL-DETAIL-COUNT
002100         END-IF
002110         MOVE ZTP-TRL-DETAIL-COUNT TO RPT-COUNT-ED
002120       WHEN OTHER
002130         MOVE SPACES TO ZTP-ZIP
002140         MOVE SPACES TO ZTP-CITY
002150         MOVE 'UNKNOWN TAPE RECORD TYPE' TO RPT-MESSAGE
002160         PERFORM 250-WRITE-REJECT-LINE
002170     END-EVALUATE.
002180     PERFORM 020-READ-ZIPTAPE
002190     .
002200*
002210* A DETAIL IS EDITED, THEN EITHER STARTS A NEW ZIP (WRITING THE
002220* ONE HELD) OR ADDS ANOTHER CITY NAME TO THE ZIP BEING BUILT.
002230 200-PROCESS-DETAIL.
002240     EVALUATE TRUE
002250       WHEN ZTP-ZIP NOT NUMERIC
002260         MOVE 'ZIP NOT FIVE DIGITS' TO RPT-MESSAGE
002270         PERFORM 250-WRITE-REJECT-LINE
002280       WHEN ZTP-CITY = SPACES
002290         MOVE 'CITY NAME BLANK' TO RPT-MESSAGE
002300         PERFORM 250-WRITE-REJECT-LINE
002310       WHEN ZTP-STATE NOT ALPHABETIC OR ZTP-STATE = SPACES
002320         MOVE 'STATE CODE NOT TWO LETTERS' TO RPT-MESSAGE
002330         PERFORM 250-WRITE-REJECT-LINE
002340       WHEN NOT ZTP-CITY-PREFERRED AND
002350            NOT ZTP-CITY-ACCEPTABLE AND
002360            NOT ZTP-CITY-NOT-ACCEPTABLE
002370         MOVE 'UNKNOWN CITY NAME INDICATOR' TO RPT-MESSAGE
002380         PERFORM 250-WRITE-REJECT-LINE
002390       WHEN ZTP-ZIP < PRIOR-ZIP
002400         MOVE 'ZIP OUT OF SEQUENCE' TO RPT-MESSAGE
002410         PERFORM 250-WRITE-REJECT-LINE
002420       WHEN ZTP-CITY-NOT-ACCEPTABLE
002430         ADD 1 TO CT-NOT-ACCEPTABLE
002440       WHEN OTHER
002450         IF ZTP-ZIP NOT = PRIOR-ZIP
002460            IF ZIP-HELD
002470               PERFORM 300-WRITE-HELD-ZIP
002480            END-IF
002490            PERFORM 210-START-NEW-ZIP
002500         END-IF
002510         PERFORM 220-ADD-CITY-TO-ZIP
002520     END-EVALUATE
002530     .
002540 210-START-NEW-ZIP.
002550     MOVE SPACES     TO HOLD-ZIPREF-REC.
002560     MOVE ZERO       TO HLD-ALT-COUNT.
002570     MOVE ZTP-ZIP    TO HLD-ZIP.
002580     MOVE ZTP-STATE  TO HLD-STATE.
002590     MOVE ISSUE-DATE TO HLD-ISSUE-DATE.
002600     MOVE ZTP-ZIP    TO PRIOR-ZIP.
002610     MOVE 'Y'        TO ZIP-HELD-SW
002620     .
002630*
002640* THE PREFERRED NAME TAKES THE MAIN CITY SLOT. UNTIL ONE TURNS
002650* UP, THE FIRST ACCEPTABLE NAME STANDS IN FOR IT; IF THE
002660* PREFERRED NAME ARRIVES LATER, THE STAND-IN MOVES TO THE
002670* ALTERNATES.
002680 220-ADD-CITY-TO-ZIP.
002690     IF HLD-CITY = SPACES
002700        MOVE ZTP-CITY TO HLD-CITY
002710     ELSE
002720        IF ZTP-CITY-PREFERRED
002730           MOVE HLD-CITY TO ALT-CITY-WORK
002740           MOVE ZTP-CITY TO HLD-CITY
002750        ELSE
002760           MOVE ZTP-CITY TO ALT-CITY-WORK
002770        END-IF
002780        PERFORM 230-ADD-ALTERNATE-CITY
002790     END-IF
002800     .
002810 230-ADD-ALTERNATE-CITY.
002820     IF HLD-ALT-COUNT < MAX-ALT-CITIES
002830        ADD 1 TO HLD-ALT-COUNT
002840        MOVE ALT-CITY-WORK TO HLD-ALT-CITY (HLD-ALT-COUNT)
002850     ELSE
002860        ADD 1 TO CT-ALTS-DROPPED
002870        MOVE SPACES        TO RPT-DETAIL-LINE
002880        MOVE HLD-ZIP       TO RPT-ZIP
002890        MOVE ALT-CITY-WORK TO RPT-CITY
002900        MOVE 'MORE THAN TEN ALTERNATES - NAME DROPPED'
002910          TO RPT-MESSAGE
002920        MOVE RPT-DETAIL-LINE TO ZIPLRPT-REC
002930        WRITE ZIPLRPT-REC
002940     END-IF
002950     .
002960*
002970* CALLER HAS ALREADY PUT THE REASON IN RPT-MESSAGE.
002980 250-WRITE-REJECT-LINE.
002990     MOVE ZTP-ZIP  TO RPT-ZIP.
003000     MOVE ZTP-CITY TO RPT-CITY.
003010     MOVE RPT-DETAIL-LINE TO ZIPLRPT-REC.
003020     WRITE ZIPLRPT-REC.
003030     MOVE SPACES TO RPT-DETAIL-LINE.
003040     ADD 1 TO CT-DETAILS-REJECTED
003050     .
003060 300-WRITE-HELD-ZIP.
003070     MOVE HOLD-ZIPREF-REC TO ZIPREF-REC.
003080     WRITE ZIPREF-REC
003090       INVALID KEY
003100         MOVE SPACES   TO RPT-DETAIL-LINE
003110         MOVE HLD-ZIP  TO RPT-ZIP
003120         MOVE HLD-CITY TO RPT-CITY
003130         STRING 'KSDS WRITE FAILED, STATUS=' ZIPREF-STATUS
003140                DELIMITED BY SIZE INTO RPT-MESSAGE
003150         MOVE RPT-DETAIL-LINE TO ZIPLRPT-REC
003160         WRITE ZIPLRPT-REC
003170         ADD 1 TO CT-WRITE-ERRORS
003180       NOT INVALID KEY
003190         ADD 1 TO CT-ZIPS-LOADED
003200     END-WRITE.
003210     MOVE 'N' TO ZIP-HELD-SW
003220     .
003230*
003240* THE TRAILER'S COUNT COVERS EVERY DETAIL ON THE TAPE, KEPT OR
003250* NOT - A SHORT COUNT MEANS A TRUNCATED OR WRONG TAPE.
003260 400-CHECK-TRAILER-COUNT.
003270     MOVE SPACES TO RPT-DETAIL-LINE.
003280     IF NOT TRAILER-SEEN
003290        MOVE 'NO TRAILER RECORD ON TAPE' TO RPT-MESSAGE
003300        MOVE RPT-DETAIL-LINE TO ZIPLRPT-REC
003310        WRITE ZIPLRPT-REC
003320        ADD 1 TO CT-DETAILS-REJECTED
003330     ELSE
003340        IF ZTP-TRL-DETAIL-COUNT NOT = CT-DETAILS-READ
003350           STRING 'TRAILER COUNT ' RPT-COUNT-ED
003360                  ' NOT = READ'
003370                  DELIMITED BY SIZE INTO RPT-MESSAGE
003380           MOVE RPT-DETAIL-LINE TO ZIPLRPT-REC
003390           WRITE ZIPLRPT-REC
003400           ADD 1 TO CT-DETAILS-REJECTED
003410        END-IF
003420     END-IF
003430     .
003440 800-WRITE-CONTROL-TOTALS.
003450     MOVE SPACES TO ZIPLRPT-REC.
003460     WRITE ZIPLRPT-REC.
003470     MOVE CT-DETAILS-READ     TO RPT-TOT-READ.
003480     MOVE CT-DETAILS-REJECTED TO RPT-TOT-REJECTED.
003490     MOVE CT-ZIPS-LOADED      TO RPT-TOT-LOADED.
003500     MOVE RPT-TOTALS-LINE TO ZIPLRPT-REC.
003510     WRITE ZIPLRPT-REC.
003520     DISPLAY 'ZIPLOAD CONTROL TOTALS'.
003530     DISPLAY '  TAPE RECORDS READ   = ' CT-RECORDS-READ.
003540     DISPLAY '  DETAILS READ        = ' CT-DETAILS-READ.
003550     DISPLAY '  DETAILS REJECTED    = ' CT-DETAILS-REJECTED.
003560     DISPLAY '  NOT-ACCEPTABLE NAMES= ' CT-NOT-ACCEPTABLE.
003570     DISPLAY '  ALTERNATES DROPPED  = ' CT-ALTS-DROPPED.
003580     DISPLAY '  ZIPS LOADED         = ' CT-ZIPS-LOADED.
003590     DISPLAY '  WRITE ERRORS        = ' CT-WRITE-ERRORS.
003600     IF CT-DETAILS-REJECTED > ZERO OR CT-WRITE-ERRORS > ZERO
003610        MOVE 8 TO RETURN-CODE
003620     END-IF.
003630     IF CT-ZIPS-LOADED = ZERO
003640        DISPLAY 'ZIPLOAD: NO ZIP CODES LOADED'
003650        MOVE 16 TO RETURN-CODE
003660     END-IF
003670     .
003680 900-CLOSE-FILES.
003690     CLOSE ZIPTAPE-FILE.
003700     CLOSE ZIPREF-FILE.
003710     CLOSE ZIPLRPT-FILE
003720     .
