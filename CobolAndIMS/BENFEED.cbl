000010*********************************************************
000020* C O B O L - I M S
000030* BENEFITS CARRIER ELIGIBILITY FEED - ONE FIXED-FORMAT
000040* RECORD PER COVERED PERSON (THE EMPLSEG SUBSCRIBER AND
000050* EACH DEPNSEG DEPENDENT UNDER IT), EITHER AS A FULL FILE
000060* FOR THE QUARTERLY TRUE-UP OR AS A CHANGE-ONLY FILE BUILT
000070* FROM EMPLOYEE'S JOURNAL SINCE THE LAST RUN, WITH A
000080* CONTROL-TOTAL TRAILER THE CARRIER BALANCES TO.
000090*********************************************************
000100*----------------------------------------------
000110 IDENTIFICATION                  DIVISION.
000120 PROGRAM-ID.                     BENFEED.
000130*
000140 AUTHOR.                         RGM.
000150 INSTALLATION.                   DATA PROCESSING CENTER.
000160 DATE-WRITTEN.                   2026-10-15.
000170 DATE-COMPILED.
000180*
000190* MODIFICATION HISTORY
000200* ----------  ----  --------------------------------------------
000210* 2026-10-15  RGM   NEW PROGRAM. THE CARRIER HAS BEEN SENT A
000220*                   HAND-BUILT SPREADSHEET OF WHO IS COVERED,
000230*                   SO ADDS AND DROPS ONLY REACHED THEM AT MONTH
000240*                   END. THE PARM CARD PICKS THE MODE. 'FULL'
000250*                   WALKS EMPLSEG WITH GN AND EACH ROOT'S
000260*                   DEPNSEG CHILDREN WITH GNP, LIKE DEPNAGE.
000270*                   'CHNG' READS THE JOURNAL ENTRIES ADDED
000280*                   SINCE THE LAST RUN (THE CHECKPOINT FILE
000290*                   CARRIES THE JOURNAL RECORD COUNT) AND SENDS
000300*                   AN ADD, CHANGE OR DROP PER DEPNSEG ENTRY -
000310*                   AND PER EMPLSEG ENTRY, SINCE A TERMINATION
000320*                   IS JOURNALED ONLY AS THE ROOT DLET THAT
000330*                   TAKES ITS DEPENDENTS WITH IT. BOTH MODES
000340*                   ADVANCE THE CHECKPOINT, SO A CHANGE RUN
000350*                   AFTER A FULL ONE DOES NOT RESEND ANYTHING.
000360*
000370*----------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000390*----------------------------------------------
000400 INPUT-OUTPUT                    SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE            ASSIGN TO BENPARM
000430                                 ORGANIZATION IS SEQUENTIAL
000440                                 FILE STATUS IS PARM-FILE-STATUS.
000450     SELECT JOURNAL-FILE         ASSIGN TO JOURNL
000460                                 ORGANIZATION IS SEQUENTIAL
000470                                 FILE STATUS IS JOURNAL-STATUS.
000480     SELECT CKPT-FILE            ASSIGN TO BENCKPT
000490                                 ORGANIZATION IS SEQUENTIAL
000500                                 FILE STATUS IS CKPT-FILE-STATUS.
000510     SELECT ELIG-FILE            ASSIGN TO BENELIG
000520                                 ORGANIZATION IS SEQUENTIAL.
000530 DATA                            DIVISION.
000540*----------------------------------------------
000550 FILE                            SECTION.
000560*----------------------------------------------
000570*
000580* RUN-MODE CARD - 'FULL' OR 'CHNG' IN COLUMNS 1-4.
000590 FD  PARM-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     BLOCK CONTAINS 0 RECORDS.
000630 01  PARM-REC.
000640     05  PARM-RUN-MODE           PIC X(04).
000650         88  PARM-MODE-FULL              VALUE 'FULL'.
000660         88  PARM-MODE-CHANGE            VALUE 'CHNG'.
000670     05  FILLER                  PIC X(76).
000680*
000690* EMPLOYEE'S 800-JOURNAL-FILE - ONE ENTRY PER ISRT/REPL/DLET,
000700* BATCH AND ONLINE, APPENDED TO EVERY NIGHT.
000710 FD  JOURNAL-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD
000740     BLOCK CONTAINS 0 RECORDS.
000750 01  JOURNAL-FILE-REC.
000760     05  JRN-EMPLOYEE-NUM        PIC X(06).
000770     05  JRN-FUNCTION            PIC X(04).
000780     05  JRN-SEGMENT             PIC X(08).
000790     05  JRN-DATE                PIC X(08).
000800     05  JRN-TIME                PIC X(08).
000810     05  JRN-BEFORE-IMAGE        PIC X(40).
000820     05  JRN-AFTER-IMAGE         PIC X(40).
000830*
000840* LAST RUN'S CHECKPOINT - THE JOURNAL RECORD COUNT ALREADY
000850* SENT. ONE RECORD, REWRITTEN EVERY RUN.
000860 FD  CKPT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     BLOCK CONTAINS 0 RECORDS.
000900 01  CKPT-FILE-REC.
000910     05  CKP-RUN-DATE            PIC X(08).
000920     05  CKP-RUN-MODE            PIC X(04).
000930     05  CKP-JRN-COUNT           PIC 9(09).
000940     05  FILLER                  PIC X(59).
000950*
000960* THE CARRIER'S ELIGIBILITY FILE - HEADER, ONE DETAIL PER
000970* COVERED PERSON, TRAILER.
000980 FD  ELIG-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD
001010     BLOCK CONTAINS 0 RECORDS.
001020 01  ELIG-REC                    PIC X(80).
001030*
001040 WORKING-STORAGE                 SECTION.
001050*------------------------------------------------------------
001060* IMS API
001070*------------------------------------------------------------
001080 01 IMS-FUNCTION-CALLS.
001090    03 FUNC-GU             PIC X(04)  VALUE 'GU  '.
001100    03 FUNC-GN             PIC X(04)  VALUE 'GN  '.
001110    03 FUNC-GNP            PIC X(04)  VALUE 'GNP '.
001120*
001130* SSA - QUALIFIED ON FRKEY, FOR THE SUBSCRIBER LOOKUP BEHIND A
001140* DEPNSEG JOURNAL ENTRY. SAME SHAPE AS EMPLOYEE'S 200 SSA.
001150*
001160 01 200-EMPLOYEE-SSA.
001170    05 200-SEGM-NAME       PIC X(08)  VALUE 'EMPLSEG'.
001180    05 200-COMMENT         PIC X(01)  VALUE '*'.
001190    05 200-COMMAND-CODE1   PIC X(01)  VALUE '-'.
001200    05 200-COMMAND-CODE2   PIC X(01)  VALUE '-'.
001210    05 200-BEGIN-LP        PIC X(01)  VALUE '('.
001220    05 200-SEGM-KEYNM      PIC X(05)  VALUE 'FRKEY'.
001230    05 200-REL-OPER        PIC X(01)  VALUE '='.
001240    05 200-SEGM-KEY        PIC X(06)  VALUE SPACES.
001250    05 200-END-RP          PIC X(01)  VALUE ')'.
001260*
001270* SSA - UNQUALIFIED, EMPLSEG ONLY (ROOT GN WALK).
001280*
001290 01 205-EMPLOYEE-UNQUAL-SSA  PIC X(08)  VALUE 'EMPLSEG '.
001300*
001310* SSA - UNQUALIFIED, DEPNSEG ONLY (CHILD GNP WALK UNDER THE
001320* CURRENTLY POSITIONED ROOT).
001330*
001340 01 225-DEPENDENT-UNQUAL-SSA PIC X(08)  VALUE 'DEPNSEG '.
001350*
001360* I/O AREAS - USED TO HOLD DATA PASSED TO AND FROM THE DB
001370*
001380 01 EMPLOYEE-SEGMENT-IO-AREA.
001390    05 EMPLOYEE-NUM        PIC X(06) VALUE SPACES.
001400    05 LAST-NAME           PIC X(10) VALUE SPACES.
001410    05 FIRST-NAME          PIC X(06) VALUE SPACES.
001420    05 EMPLOYEE-SSN        PIC X(09) VALUE SPACES.
001430*
001440 01 DEPENDENT-SEGMENT-IO-AREA.
001450    05 DEPENDENT-CODE      PIC X(02) VALUE SPACES.
001460    05 DEPENDENT-NAME      PIC X(10) VALUE SPACES.
001470    05 DEPENDENT-RELATION  PIC X(01) VALUE SPACES.
001480    05 DEPENDENT-SSN       PIC X(09) VALUE SPACES.
001490    05 DEPENDENT-BIRTHDT   PIC X(08) VALUE SPACES.
001500*
001510* A JOURNAL BEFORE- OR AFTER-IMAGE, SEEN AS WHICHEVER SEGMENT
001520* THE ENTRY IS FOR.
001530*
001540 01 JRN-IMAGE-WORK              PIC X(40) VALUE SPACES.
001550 01 JRN-EMPL-IMAGE REDEFINES JRN-IMAGE-WORK.
001560    05 JIM-EMPLOYEE-NUM    PIC X(06).
001570    05 JIM-LAST-NAME       PIC X(10).
001580    05 JIM-FIRST-NAME      PIC X(06).
001590    05 JIM-EMPLOYEE-SSN    PIC X(09).
001600    05 FILLER              PIC X(09).
001610 01 JRN-DEPN-IMAGE REDEFINES JRN-IMAGE-WORK.
001620    05 JIM-DEPENDENT-CODE  PIC X(02).
001630    05 JIM-DEPENDENT-NAME  PIC X(10).
001640    05 JIM-DEPENDENT-REL   PIC X(01).
001650    05 JIM-DEPENDENT-SSN   PIC X(09).
001660    05 JIM-DEPENDENT-BDT   PIC X(08).
001670    05 FILLER              PIC X(10).
001680*
001690 01 SWITCHES.
001700    05 IMS-GN-EOF-SW       PIC X   VALUE 'N'.
001710       88 IMS-GN-EOF               VALUE 'Y'.
001720    05 DEPN-GNP-EOF-SW     PIC X   VALUE 'N'.
001730       88 DEPN-GNP-EOF             VALUE 'Y'.
001740    05 JOURNAL-EOF-SW      PIC X   VALUE 'N'.
001750       88 JOURNAL-EOF              VALUE 'Y'.
001760    05 JOURNAL-OPEN-SW     PIC X   VALUE 'N'.
001770       88 JOURNAL-OPEN             VALUE 'Y'.
001780*
001790 01 PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001800 01 JOURNAL-STATUS              PIC X(02) VALUE SPACES.
001810 01 CKPT-FILE-STATUS            PIC X(02) VALUE SPACES.
001820*
001830 01 RUN-MODE                    PIC X(04) VALUE SPACES.
001840    88 RUN-MODE-FULL                      VALUE 'FULL'.
001850    88 RUN-MODE-CHANGE                    VALUE 'CHNG'.
001860 01 RUN-DATE-WS                 PIC X(08) VALUE SPACES.
001870*
001880* JOURNAL POSITIONING - ENTRIES UP TO JRN-SKIP-COUNT WENT TO
001890* THE CARRIER ON AN EARLIER RUN.
001900 01 JOURNAL-POSITION.
001910    05 JRN-SKIP-COUNT           PIC S9(9) COMP VALUE ZERO.
001920    05 JRN-TOTAL-COUNT          PIC S9(9) COMP VALUE ZERO.
001930    05 JRN-RECORD-NUMBER        PIC S9(9) COMP VALUE ZERO.
001940*
001950 01 CONTROL-TOTALS.
001960    05 CT-EMPLOYEES-READ        PIC S9(7) COMP VALUE ZERO.
001970    05 CT-DEPENDENTS-READ       PIC S9(7) COMP VALUE ZERO.
001980    05 CT-JOURNAL-NEW           PIC S9(7) COMP VALUE ZERO.
001990    05 CT-JOURNAL-IGNORED       PIC S9(7) COMP VALUE ZERO.
002000    05 CT-DETAIL-RECORDS        PIC S9(7) COMP VALUE ZERO.
002010    05 CT-SUBSCRIBERS           PIC S9(7) COMP VALUE ZERO.
002020    05 CT-DEPENDENTS            PIC S9(7) COMP VALUE ZERO.
002030    05 CT-ADDS                  PIC S9(7) COMP VALUE ZERO.
002040    05 CT-CHANGES               PIC S9(7) COMP VALUE ZERO.
002050    05 CT-DROPS                 PIC S9(7) COMP VALUE ZERO.
002060    05 CT-NO-SUBSCRIBER         PIC S9(7) COMP VALUE ZERO.
002070    05 CT-IMS-ERRORS            PIC S9(7) COMP VALUE ZERO.
002080    05 CT-SSN-HASH              PIC S9(15) COMP VALUE ZERO.
002090*
002100* SSN HASH WORK - ONLY A NUMERIC MEMBER SSN IS ADDED IN.
002110 01 SSN-HASH-WORK.
002120    05 SSN-HASH-X              PIC X(09).
002130    05 SSN-HASH-N REDEFINES SSN-HASH-X
002140                               PIC 9(09).
002150*
002160*------------------------------------------------------------
002170* ELIGIBILITY RECORD LAYOUTS - HEADER, DETAIL AND TRAILER ALL
002180* 80 BYTES, TOLD APART BY THE RECORD TYPE IN COLUMN 1.
002190*------------------------------------------------------------
002200 01 ELG-HEADER-RECORD.
002210    05 ELG-HDR-TYPE             PIC X(01) VALUE 'H'.
002220    05 ELG-HDR-RUN-MODE         PIC X(04) VALUE SPACES.
002230    05 ELG-HDR-RUN-DATE         PIC X(08) VALUE SPACES.
002240    05 ELG-HDR-SENDER           PIC X(20) VALUE
002250       'DATA PROCESSING CTR '.
002260    05 FILLER                   PIC X(47) VALUE SPACES.
002270*
002280* ACTION: F = ON FILE (FULL MODE), A = ADD, C = CHANGE,
002290* D = DROP. RELATION 'E' IS THE EMPLOYEE (SUBSCRIBER) RECORD;
002300* A DROPPED SUBSCRIBER DROPS EVERY DEPENDENT FILED UNDER IT.
002310 01 ELG-DETAIL-RECORD.
002320    05 ELG-DTL-TYPE             PIC X(01) VALUE 'D'.
002330    05 ELG-DTL-ACTION           PIC X(01) VALUE SPACES.
002340    05 ELG-DTL-EMPLOYEE-NUM     PIC X(06) VALUE SPACES.
002350    05 ELG-DTL-SUBSCRIBER-SSN   PIC X(09) VALUE SPACES.
002360    05 ELG-DTL-RELATION         PIC X(01) VALUE SPACES.
002370    05 ELG-DTL-DEPENDENT-CODE   PIC X(02) VALUE SPACES.
002380    05 ELG-DTL-MEMBER-NAME      PIC X(16) VALUE SPACES.
002390    05 ELG-DTL-SUBSCRIBER-NAME REDEFINES ELG-DTL-MEMBER-NAME.
002400       10 ELG-DTL-LAST-NAME     PIC X(10).
002410       10 ELG-DTL-FIRST-NAME    PIC X(06).
002420    05 ELG-DTL-MEMBER-SSN       PIC X(09) VALUE SPACES.
002430    05 ELG-DTL-BIRTHDT          PIC X(08) VALUE SPACES.
002440    05 ELG-DTL-CHANGE-DATE      PIC X(08) VALUE SPACES.
002450    05 FILLER                   PIC X(19) VALUE SPACES.
002460*
002470* THE CARRIER BALANCES TO THE DETAIL COUNT (HEADER AND
002480* TRAILER NOT INCLUDED) AND THE SUM OF THE MEMBER SSNS.
002490 01 ELG-TRAILER-RECORD.
002500    05 ELG-TRL-TYPE             PIC X(01) VALUE 'T'.
002510    05 ELG-TRL-DETAIL-COUNT     PIC 9(07) VALUE ZERO.
002520    05 ELG-TRL-SUBSCRIBERS      PIC 9(07) VALUE ZERO.
002530    05 ELG-TRL-DEPENDENTS       PIC 9(07) VALUE ZERO.
002540    05 ELG-TRL-ADDS             PIC 9(07) VALUE ZERO.
002550    05 ELG-TRL-CHANGES          PIC 9(07) VALUE ZERO.
002560    05 ELG-TRL-DROPS            PIC 9(07) VALUE ZERO.
002570    05 ELG-TRL-SSN-HASH         PIC 9(15) VALUE ZERO.
002580    05 FILLER                   PIC X(22) VALUE SPACES.
002590*
002600 LINKAGE SECTION.
002610*
002620* PCB MASK FOR THE DATABASE DEFINED IN OUR PSB.
002630*
002640 01 EMPLOYEE-DB-PCB-MASK.
002650    05 PCB-DBD-NAME             PIC X(08).
002660    05 PCB-SEG-LEVEL            PIC X(02).
002670    05 PCB-STATUS-CODE          PIC X(02).
002680    05 PCB-PROC-OPTIONS         PIC X(04).
002690    05 PCB-RESERVE-DBD          PIC S9(05) COMP.
002700    05 PCB-SEG-NAME             PIC X(08).
002710    05 PCB-KEY-FB-LENGTH        PIC S9(05) COMP.
002720    05 PCB-KEY-FB-AREA          PIC X(08).
002730*
002740 PROCEDURE             DIVISION.
002750 000-CREATE-ELIGIBILITY-FEED.
002760     ENTRY 'DLITCBL' USING EMPLOYEE-DB-PCB-MASK.
002770     PERFORM 010-OPEN-FILES.
002780     PERFORM 015-READ-RUN-MODE-PARM.
002790     PERFORM 020-POSITION-JOURNAL.
002800     PERFORM 030-WRITE-HEADER.
002810     IF RUN-MODE-FULL
002820        PERFORM 100-SEND-ONE-EMPLOYEE
002830          UNTIL IMS-GN-EOF
002840     ELSE
002850        PERFORM 200-SEND-ONE-JOURNAL-ENTRY
002860          UNTIL JOURNAL-EOF
002870     END-IF.
002880     PERFORM 700-WRITE-TRAILER.
002890     PERFORM 800-WRITE-CONTROL-TOTALS.
002900     PERFORM 830-WRITE-CHECKPOINT.
002910     PERFORM 900-CLOSE-FILES.
002915     IF CT-IMS-ERRORS > ZERO
002917        MOVE 8 TO RETURN-CODE
002918     END-IF.
002920     GOBACK
002930     .
002940 010-OPEN-FILES.
002950     OPEN OUTPUT ELIG-FILE.
002960     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
002970     .
002980* NO MODE, NO FEED - SENDING A FULL FILE WHEN A CHANGE FILE
002990* WAS MEANT (OR THE REVERSE) WOULD MISLEAD THE CARRIER.
003000 015-READ-RUN-MODE-PARM.
003010     OPEN INPUT PARM-FILE.
003020     IF PARM-FILE-STATUS = '00'
003030        READ PARM-FILE
003040          AT END MOVE SPACES TO PARM-REC
003050        END-READ
003060        MOVE PARM-RUN-MODE TO RUN-MODE
003070        CLOSE PARM-FILE
003080     END-IF.
003090     IF NOT RUN-MODE-FULL AND NOT RUN-MODE-CHANGE
003100        DISPLAY 'BENFEED: RUN MODE CARD MISSING OR NOT FULL/CHNG'
003110        CLOSE ELIG-FILE
003120        MOVE 16 TO RETURN-CODE
003130        GOBACK
003140     END-IF.
003150     DISPLAY 'BENFEED RUN MODE = ' RUN-MODE
003160     .
003170* A FIRST PASS COUNTS THE JOURNAL. A JOURNAL SHORTER THAN THE
003180* CHECKPOINT HAS BEEN ARCHIVED AND RESTARTED SINCE THE LAST
003190* RUN, SO EVERY ENTRY ON IT IS NEW. A CHANGE RUN WITH NO
003200* JOURNAL CANNOT KNOW WHAT CHANGED AND STOPS.
003210 020-POSITION-JOURNAL.
003220     OPEN INPUT CKPT-FILE.
003230     IF CKPT-FILE-STATUS = '00'
003240        READ CKPT-FILE
003250          AT END MOVE SPACES TO CKPT-FILE-REC
003260        END-READ
003270        IF CKP-JRN-COUNT NUMERIC
003280           MOVE CKP-JRN-COUNT TO JRN-SKIP-COUNT
003290        END-IF
003300        CLOSE CKPT-FILE
003310     END-IF.
003320     OPEN INPUT JOURNAL-FILE.
003330     IF JOURNAL-STATUS = '00'
003340        SET JOURNAL-OPEN TO TRUE
003350        PERFORM 210-READ-JOURNAL-FILE
003360        PERFORM 025-COUNT-ONE-JOURNAL-ENTRY
003370          UNTIL JOURNAL-EOF
003380        CLOSE JOURNAL-FILE
003390     ELSE
003400        IF RUN-MODE-CHANGE
003410           DISPLAY 'BENFEED: JOURNAL NOT AVAILABLE, STATUS= '
003420                   JOURNAL-STATUS
003430           CLOSE ELIG-FILE
003440           MOVE 16 TO RETURN-CODE
003450           GOBACK
003460        END-IF
003470     END-IF.
003480     IF JRN-TOTAL-COUNT < JRN-SKIP-COUNT
003490        MOVE ZERO TO JRN-SKIP-COUNT
003500     END-IF.
003510     IF RUN-MODE-CHANGE
003520        MOVE 'N' TO JOURNAL-EOF-SW
003530        OPEN INPUT JOURNAL-FILE
003540        PERFORM 210-READ-JOURNAL-FILE
003550     ELSE
003560        PERFORM 110-GET-NEXT-IMS-EMPLOYEE
003570     END-IF
003580     .
003590 025-COUNT-ONE-JOURNAL-ENTRY.
003600     ADD 1 TO JRN-TOTAL-COUNT.
003610     PERFORM 210-READ-JOURNAL-FILE
003620     .
003630 030-WRITE-HEADER.
003640     MOVE RUN-MODE    TO ELG-HDR-RUN-MODE.
003650     MOVE RUN-DATE-WS TO ELG-HDR-RUN-DATE.
003660     MOVE ELG-HEADER-RECORD TO ELIG-REC.
003670     WRITE ELIG-REC
003680     .
003690*------------------------------------------------------------
003700*** FULL MODE - ONE EMPLSEG ROOT (THE SUBSCRIBER) AND ALL
003710*** ITS DEPNSEG CHILDREN
003720*------------------------------------------------------------
003730 100-SEND-ONE-EMPLOYEE.
003740     MOVE 'F' TO ELG-DTL-ACTION.
003750     MOVE RUN-DATE-WS TO ELG-DTL-CHANGE-DATE.
003760     PERFORM 300-WRITE-SUBSCRIBER-RECORD.
003770     MOVE 'N' TO DEPN-GNP-EOF-SW.
003780     PERFORM 120-GET-NEXT-DEPENDENT.
003790     PERFORM 130-SEND-ONE-DEPENDENT
003800       UNTIL DEPN-GNP-EOF.
003810     PERFORM 110-GET-NEXT-IMS-EMPLOYEE
003820     .
003830 110-GET-NEXT-IMS-EMPLOYEE.
003840     CALL 'CBLTDLI' USING FUNC-GN
003850                    EMPLOYEE-DB-PCB-MASK
003860                    EMPLOYEE-SEGMENT-IO-AREA
003870                    205-EMPLOYEE-UNQUAL-SSA
003880     EVALUATE PCB-STATUS-CODE
003890       WHEN SPACES
003900         ADD 1 TO CT-EMPLOYEES-READ
003910       WHEN 'GB'
003920         MOVE 'Y' TO IMS-GN-EOF-SW
003930       WHEN OTHER
003940         DISPLAY 'BENFEED: IMS GN FAILED, STATUS= '
003950                 PCB-STATUS-CODE
003960         ADD 1 TO CT-IMS-ERRORS
003970         MOVE 'Y' TO IMS-GN-EOF-SW
003980     END-EVALUATE
003990     .
004000 120-GET-NEXT-DEPENDENT.
004010     CALL 'CBLTDLI' USING FUNC-GNP
004020                    EMPLOYEE-DB-PCB-MASK
004030                    DEPENDENT-SEGMENT-IO-AREA
004040                    225-DEPENDENT-UNQUAL-SSA
004050     EVALUATE PCB-STATUS-CODE
004060       WHEN SPACES
004070         ADD 1 TO CT-DEPENDENTS-READ
004080       WHEN 'GE'
004090       WHEN 'GB'
004100         MOVE 'Y' TO DEPN-GNP-EOF-SW
004110       WHEN OTHER
004120         DISPLAY 'BENFEED: IMS GNP FAILED, STATUS= '
004130                 PCB-STATUS-CODE
004140         ADD 1 TO CT-IMS-ERRORS
004150         MOVE 'Y' TO DEPN-GNP-EOF-SW
004160     END-EVALUATE
004170     .
004180 130-SEND-ONE-DEPENDENT.
004190     PERFORM 310-WRITE-DEPENDENT-RECORD.
004200     PERFORM 120-GET-NEXT-DEPENDENT
004210     .
004220*------------------------------------------------------------
004230*** CHANGE MODE - ONE JOURNAL ENTRY. ONLY ENTRIES PAST THE
004240*** CHECKPOINT, AND ONLY EMPLSEG/DEPNSEG ONES, GO OUT.
004250*------------------------------------------------------------
004260 200-SEND-ONE-JOURNAL-ENTRY.
004270     ADD 1 TO JRN-RECORD-NUMBER.
004280     IF JRN-RECORD-NUMBER > JRN-SKIP-COUNT
004290        ADD 1 TO CT-JOURNAL-NEW
004300        MOVE JRN-DATE TO ELG-DTL-CHANGE-DATE
004310        EVALUATE JRN-SEGMENT
004320          WHEN 'EMPLSEG'
004330            PERFORM 220-SEND-SUBSCRIBER-CHANGE
004340          WHEN 'DEPNSEG'
004350            PERFORM 230-SEND-DEPENDENT-CHANGE
004360          WHEN OTHER
004370            ADD 1 TO CT-JOURNAL-IGNORED
004380        END-EVALUATE
004390     END-IF.
004400     PERFORM 210-READ-JOURNAL-FILE
004410     .
004420 210-READ-JOURNAL-FILE.
004430     READ JOURNAL-FILE
004440       AT END MOVE 'Y' TO JOURNAL-EOF-SW
004450     END-READ
004460     .
004470* A HIRE IS AN ADD, A NAME OR SSN CORRECTION A CHANGE, A
004480* TERMINATION A DROP - THE IMAGE IS THE AFTER-IMAGE EXCEPT
004490* FOR A DROP, WHICH ONLY HAS A BEFORE-IMAGE.
004500 220-SEND-SUBSCRIBER-CHANGE.
004510     PERFORM 240-SET-ACTION-AND-IMAGE.
004520     MOVE JIM-EMPLOYEE-NUM  TO EMPLOYEE-NUM.
004530     MOVE JIM-LAST-NAME     TO LAST-NAME.
004540     MOVE JIM-FIRST-NAME    TO FIRST-NAME.
004550     MOVE JIM-EMPLOYEE-SSN  TO EMPLOYEE-SSN.
004560     IF EMPLOYEE-NUM = SPACES
004570        MOVE JRN-EMPLOYEE-NUM TO EMPLOYEE-NUM
004580     END-IF.
004590     PERFORM 300-WRITE-SUBSCRIBER-RECORD
004600     .
004610* THE DEPENDENT'S OWN DATA COMES FROM THE JOURNAL IMAGE; THE
004620* SUBSCRIBER SSN THE CARRIER FILES IT UNDER COMES FROM THE
004630* ROOT AS IT STANDS NOW.
004640 230-SEND-DEPENDENT-CHANGE.
004650     PERFORM 240-SET-ACTION-AND-IMAGE.
004660     MOVE JIM-DEPENDENT-CODE TO DEPENDENT-CODE.
004670     MOVE JIM-DEPENDENT-NAME TO DEPENDENT-NAME.
004680     MOVE JIM-DEPENDENT-REL  TO DEPENDENT-RELATION.
004690     MOVE JIM-DEPENDENT-SSN  TO DEPENDENT-SSN.
004700     MOVE JIM-DEPENDENT-BDT  TO DEPENDENT-BIRTHDT.
004710     PERFORM 250-GET-SUBSCRIBER-ROOT.
004720     PERFORM 310-WRITE-DEPENDENT-RECORD
004730     .
004740 240-SET-ACTION-AND-IMAGE.
004750     EVALUATE JRN-FUNCTION
004760       WHEN 'ISRT'
004770         MOVE 'A' TO ELG-DTL-ACTION
004780         MOVE JRN-AFTER-IMAGE  TO JRN-IMAGE-WORK
004790       WHEN 'DLET'
004800         MOVE 'D' TO ELG-DTL-ACTION
004810         MOVE JRN-BEFORE-IMAGE TO JRN-IMAGE-WORK
004820       WHEN OTHER
004830         MOVE 'C' TO ELG-DTL-ACTION
004840         MOVE JRN-AFTER-IMAGE  TO JRN-IMAGE-WORK
004850     END-EVALUATE
004860     .
004870* A ROOT GONE SINCE (TERMINATED LATER IN THE SAME PERIOD)
004880* LEAVES THE SUBSCRIBER SSN BLANK - THE ROOT DROP FOLLOWS ON
004890* THE SAME FILE AND CARRIES IT.
004900 250-GET-SUBSCRIBER-ROOT.
004910     MOVE JRN-EMPLOYEE-NUM TO 200-SEGM-KEY.
004920     CALL 'CBLTDLI' USING FUNC-GU
004930                    EMPLOYEE-DB-PCB-MASK
004940                    EMPLOYEE-SEGMENT-IO-AREA
004950                    200-EMPLOYEE-SSA
004960     EVALUATE PCB-STATUS-CODE
004970       WHEN SPACES
004980         CONTINUE
004990       WHEN 'GE'
005000         MOVE SPACES TO EMPLOYEE-SEGMENT-IO-AREA
005010         ADD 1 TO CT-NO-SUBSCRIBER
005020       WHEN OTHER
005030         DISPLAY 'BENFEED: IMS GU FAILED, STATUS= '
005040                 PCB-STATUS-CODE ' EMPNO= ' JRN-EMPLOYEE-NUM
005050         MOVE SPACES TO EMPLOYEE-SEGMENT-IO-AREA
005060         ADD 1 TO CT-IMS-ERRORS
005070     END-EVALUATE.
005080     MOVE JRN-EMPLOYEE-NUM TO EMPLOYEE-NUM
005090     .
005100*------------------------------------------------------------
005110*** DETAIL RECORDS - ACTION AND CHANGE DATE ARE ALREADY SET
005120*------------------------------------------------------------
005130 300-WRITE-SUBSCRIBER-RECORD.
005140     MOVE EMPLOYEE-NUM      TO ELG-DTL-EMPLOYEE-NUM.
005150     MOVE EMPLOYEE-SSN      TO ELG-DTL-SUBSCRIBER-SSN.
005160     MOVE 'E'               TO ELG-DTL-RELATION.
005170     MOVE SPACES            TO ELG-DTL-DEPENDENT-CODE.
005180     MOVE LAST-NAME         TO ELG-DTL-LAST-NAME.
005190     MOVE FIRST-NAME        TO ELG-DTL-FIRST-NAME.
005200     MOVE EMPLOYEE-SSN      TO ELG-DTL-MEMBER-SSN.
005210     MOVE SPACES            TO ELG-DTL-BIRTHDT.
005220     ADD 1 TO CT-SUBSCRIBERS.
005230     PERFORM 320-WRITE-DETAIL-RECORD
005240     .
005250 310-WRITE-DEPENDENT-RECORD.
005260     MOVE EMPLOYEE-NUM       TO ELG-DTL-EMPLOYEE-NUM.
005270     MOVE EMPLOYEE-SSN       TO ELG-DTL-SUBSCRIBER-SSN.
005280     MOVE DEPENDENT-RELATION TO ELG-DTL-RELATION.
005290     MOVE DEPENDENT-CODE     TO ELG-DTL-DEPENDENT-CODE.
005300     MOVE DEPENDENT-NAME     TO ELG-DTL-MEMBER-NAME.
005310     MOVE DEPENDENT-SSN      TO ELG-DTL-MEMBER-SSN.
005320     MOVE DEPENDENT-BIRTHDT  TO ELG-DTL-BIRTHDT.
005330     ADD 1 TO CT-DEPENDENTS.
005340     PERFORM 320-WRITE-DETAIL-RECORD
005350     .
005360 320-WRITE-DETAIL-RECORD.
005370     MOVE ELG-DETAIL-RECORD TO ELIG-REC.
005380     WRITE ELIG-REC.
005390     ADD 1 TO CT-DETAIL-RECORDS.
005400     EVALUATE ELG-DTL-ACTION
005410       WHEN 'A'
005420         ADD 1 TO CT-ADDS
005430       WHEN 'C'
005440         ADD 1 TO CT-CHANGES
005450       WHEN 'D'
005460         ADD 1 TO CT-DROPS
005470       WHEN OTHER
005480         CONTINUE
005490     END-EVALUATE.
005500     MOVE ELG-DTL-MEMBER-SSN TO SSN-HASH-X.
005510     IF SSN-HASH-X NUMERIC
005520        ADD SSN-HASH-N TO CT-SSN-HASH
005530     END-IF
005540     .
005550*------------------------------------------------------------
005560*** TRAILER, TOTALS AND CHECKPOINT
005570*------------------------------------------------------------
005580 700-WRITE-TRAILER.
005590     MOVE CT-DETAIL-RECORDS TO ELG-TRL-DETAIL-COUNT.
005600     MOVE CT-SUBSCRIBERS    TO ELG-TRL-SUBSCRIBERS.
005610     MOVE CT-DEPENDENTS     TO ELG-TRL-DEPENDENTS.
005620     MOVE CT-ADDS           TO ELG-TRL-ADDS.
005630     MOVE CT-CHANGES        TO ELG-TRL-CHANGES.
005640     MOVE CT-DROPS          TO ELG-TRL-DROPS.
005650     MOVE CT-SSN-HASH       TO ELG-TRL-SSN-HASH.
005660     MOVE ELG-TRAILER-RECORD TO ELIG-REC.
005670     WRITE ELIG-REC
005680     .
005690 800-WRITE-CONTROL-TOTALS.
005700     DISPLAY 'BENFEED CONTROL TOTALS'.
005710     DISPLAY '  RUN MODE            = ' RUN-MODE.
005720     DISPLAY '  EMPLOYEES READ      = ' CT-EMPLOYEES-READ.
005730     DISPLAY '  DEPENDENTS READ     = ' CT-DEPENDENTS-READ.
005740     DISPLAY '  JOURNAL ENTRIES     = ' JRN-TOTAL-COUNT.
005750     DISPLAY '  ALREADY SENT        = ' JRN-SKIP-COUNT.
005760     DISPLAY '  NEW ENTRIES         = ' CT-JOURNAL-NEW.
005770     DISPLAY '  OTHER SEGS NOT SENT = ' CT-JOURNAL-IGNORED.
005780     DISPLAY '  DETAIL RECORDS      = ' CT-DETAIL-RECORDS.
005790     DISPLAY '  SUBSCRIBERS         = ' CT-SUBSCRIBERS.
005800     DISPLAY '  DEPENDENTS          = ' CT-DEPENDENTS.
005810     DISPLAY '  ADDS                = ' CT-ADDS.
005820     DISPLAY '  CHANGES             = ' CT-CHANGES.
005830     DISPLAY '  DROPS               = ' CT-DROPS.
005840     DISPLAY '  ROOT NOT ON FILE    = ' CT-NO-SUBSCRIBER.
005850     DISPLAY '  SSN HASH TOTAL      = ' CT-SSN-HASH.
005860     DISPLAY '  IMS ERRORS          = ' CT-IMS-ERRORS
005870     .
005880* THE NEXT RUN PICKS UP AFTER THE LAST JOURNAL ENTRY THIS RUN
005890* SAW. A FULL RUN WITH NO JOURNAL LEAVES THE CHECKPOINT ALONE.
005900 830-WRITE-CHECKPOINT.
005910     IF JOURNAL-OPEN
005920        OPEN OUTPUT CKPT-FILE
005930        IF CKPT-FILE-STATUS = '00'
005940           MOVE SPACES          TO CKPT-FILE-REC
005950           MOVE RUN-DATE-WS     TO CKP-RUN-DATE
005960           MOVE RUN-MODE        TO CKP-RUN-MODE
005970           MOVE JRN-TOTAL-COUNT TO CKP-JRN-COUNT
005980           WRITE CKPT-FILE-REC
005990           CLOSE CKPT-FILE
006000        ELSE
006010           DISPLAY 'BENFEED: CHECKPOINT NOT REWRITTEN, STATUS='
006020                   CKPT-FILE-STATUS
006030           MOVE 8 TO RETURN-CODE
006040        END-IF
006050     END-IF
006060     .
006070 900-CLOSE-FILES.
006080     IF RUN-MODE-CHANGE
006090        CLOSE JOURNAL-FILE
006100     END-IF.
006110     CLOSE ELIG-FILE
006120     .
