000030* CLOSURE NOTIFICATION LETTER GENERATION - READS CUSTCLSD'S
000040* COLLECTIONS PICKUP EXTRACT AND PRODUCES PRINT-READY
000050* CLOSURE LETTERS, ONE PER PAGE, WITH A SUMMARY PAGE.
000052* A CUSTOMER WITH A USABLE CUSTEMAIL IS SENT THE LETTER AS
000054* AN E-MAIL THROUGH THE MAIL GATEWAY INSTEAD; ONE WHOSE
000056* E-MAIL BOUNCED IS SENT THE PAPER LETTER ON THE NEXT RUN.
000060*********************************************************
000070*----------------------------------------------
000080 IDENTIFICATION                  DIVISION.
000240*                   ONE TO A PAGE (ASA CARRIAGE CONTROL), WITH
000250*                   A SUMMARY PAGE OF LETTERS PRODUCED AT THE
000260*                   END AND THE USUAL CONTROL TOTALS ON SYSOUT.
000262* 2026-10-15  RGM   APPEND ONE LTRLOG RECORD PER LETTER (CUSTIDC,
000264*                   LETTER DATE, CLOSURE DATE, HOW IT WENT OUT
000266*                   AND WHERE TO). THE PRINT FILE IS THROWN AWAY
000268*                   ONCE MAILED, SO UNTIL NOW NOTHING COULD SAY
000269*                   WHICH CUSTOMERS A LETTER RUN INCLUDED - SARRPT
000270*                   NEEDS THAT FOR SUBJECT ACCESS REQUESTS. THE
000271*                   LOG IS CUMULATIVE, OPENED EXTEND LIKE
000272*                   CUSTINFQ'S CUSTAUD TRAIL.
000273* 2026-10-15  RGM   E-MAIL DELIVERY. AN ACCOUNT WHOSE CUSTEMAIL
000274*                   PASSES 080-CHECK-EMAIL-ADDRESS GETS ONE
000275*                   MESSAGE ON THE MAIL GATEWAY'S OUTBOUND FILE
000276*                   (CLSDEML - ADDRESS, SUBJECT, THE LETTER TEXT
000277*                   AS A PLAIN-TEXT BODY) INSTEAD OF A PRINTED
000278*                   PAGE, AND ITS EXTRACT RECORD IS KEPT ON
000279*                   CLSDEMS. THE NEXT RUN READS THE GATEWAY'S
000280*                   BOUNCE FILE (CLSDBNC) AND, FROM THE KEPT
000281*                   RECORDS OF EARLIER RUNS (CLSDEMP), PRINTS THE
000282*                   PAPER LETTER FOR EVERY BOUNCED CUSTOMER. A
000283*                   BOUNCE WITH NO KEPT RECORD IS LISTED FOR
000284*                   FOLLOW-UP BY HAND (RC 4). LTRLOG CARRIES 'E'
000285*                   AND THE ADDRESS FOR AN E-MAIL. THE EXTRACT
000286*                   LAYOUT MOVES TO WORKING-STORAGE SO BOTH FILES
000287*                   CAN BE READ INTO IT. THE SUMMARY PAGE SHOWS
000288*                   HOW EACH LETTER WENT AND SPLITS THE COUNTS.
000289*
000290*----------------------------------------------
000291 ENVIRONMENT                     DIVISION.
000300*----------------------------------------------
000310 CONFIGURATION                   SECTION.
000320 INPUT-OUTPUT                    SECTION.
000350                                 ORGANIZATION IS SEQUENTIAL.
000360     SELECT LETTER-FILE          ASSIGN TO CLSDLTR
000370                                 ORGANIZATION IS SEQUENTIAL.
000372     SELECT LTRLOG-FILE          ASSIGN TO LTRLOG
000374                                 ORGANIZATION IS SEQUENTIAL.
000375     SELECT EMAIL-FILE           ASSIGN TO CLSDEML
000376                                 ORGANIZATION IS SEQUENTIAL.
000377     SELECT EMLSENT-FILE         ASSIGN TO CLSDEMS
000378                                 ORGANIZATION IS SEQUENTIAL.
000379     SELECT EMLPREV-FILE         ASSIGN TO CLSDEMP
000380                                 ORGANIZATION IS SEQUENTIAL
000381                                 FILE STATUS IS EMLPREV-STATUS.
000382     SELECT BOUNCE-FILE          ASSIGN TO CLSDBNC
000383                                 ORGANIZATION IS SEQUENTIAL
000384                                 FILE STATUS IS BOUNCE-STATUS.
000385 DATA                            DIVISION.
000390*----------------------------------------------
000400 FILE                            SECTION.
000410*----------------------------------------------
000420*
000430* CUSTCLSD'S PICKUP EXTRACT - ONE CLOSED ACCOUNT PER RECORD,
000440* READ INTO CLSDEXT-ACCOUNT.
000450 FD  CLSDEXT-FILE
000460     RECORDING MODE IS F
000470     LABEL RECORDS ARE STANDARD
000480     BLOCK CONTAINS 0 RECORDS.
000555 01  CLSDEXT-REC                 PIC X(165).
000630*
000640* PRINT-READY LETTERS - ASA CARRIAGE CONTROL IN COLUMN ONE,
000650* '1' STARTS EACH LETTER ON A FRESH PAGE.
000700 01  LETTER-REC.
000710     05  LTR-CARRIAGE-CTL        PIC X(01).
000720     05  LTR-PRINT-LINE          PIC X(132).
000722*
000723* CUMULATIVE LOG OF EVERY LETTER SENT - ONE RECORD PER LETTER.
000724* MUST STAY IN STEP WITH SARRPT'S LAYOUT.
000725 FD  LTRLOG-FILE
000726     RECORDING MODE IS F
000727     LABEL RECORDS ARE STANDARD
000728     BLOCK CONTAINS 0 RECORDS.
000729 01  LTRLOG-REC.
000730     05  LOG-CUSTIDC             PIC X(14).
000731     05  LOG-LETTER-DATE         PIC X(08).
000732     05  LOG-CUSTCLOSEDT         PIC X(10).
000733     05  LOG-DELIVERY            PIC X(01).
000734         88  LOG-DELIVERY-PAPER          VALUE 'P'.
000735         88  LOG-DELIVERY-EMAIL          VALUE 'E'.
000736     05  LOG-SENT-TO             PIC X(40).
000737     05  FILLER                  PIC X(07).
000738*
000739* THE MAIL GATEWAY'S OUTBOUND FILE. EACH MESSAGE IS ONE 'T'
000740* RECORD (ADDRESS AND NAME), ONE 'S' (SUBJECT), ITS 'B' BODY
000741* LINES IN ORDER, AND AN 'E' TO CLOSE IT. THE MESSAGE
000742* REFERENCE IS THE CUSTIDC; THE GATEWAY HANDS IT BACK ON A
000743* BOUNCE.
000744 FD  EMAIL-FILE
000745     RECORDING MODE IS F
000746     LABEL RECORDS ARE STANDARD
000747     BLOCK CONTAINS 0 RECORDS.
000748 01  EMAIL-REC.
000749     05  EML-REC-TYPE            PIC X(01).
000750         88  EML-ADDRESS-REC             VALUE 'T'.
000751         88  EML-SUBJECT-REC             VALUE 'S'.
000752         88  EML-BODY-REC                VALUE 'B'.
000753         88  EML-END-REC                 VALUE 'E'.
000754     05  EML-MSG-REF             PIC X(14).
000755     05  EML-DATA                PIC X(80).
000756     05  EML-ADDRESS-DATA REDEFINES EML-DATA.
000757         10  EML-TO-ADDRESS      PIC X(40).
000758         10  EML-TO-NAME         PIC X(30).
000759         10  FILLER              PIC X(10).
000760     05  FILLER                  PIC X(05).
000761*
000762* EXTRACT RECORDS OF THE ACCOUNTS E-MAILED THIS RUN, KEPT SO
000763* A LATER RUN CAN PRINT THE PAPER LETTER IF THE E-MAIL
000764* BOUNCES. CLSDEMP IS THE JCL'S CONCATENATION OF THE RETAINED
000765* CLSDEMS GENERATIONS - SAME 165-BYTE LAYOUT.
000766 FD  EMLSENT-FILE
000767     RECORDING MODE IS F
000768     LABEL RECORDS ARE STANDARD
000769     BLOCK CONTAINS 0 RECORDS.
000770 01  EMLSENT-REC                 PIC X(165).
000771*
000772 FD  EMLPREV-FILE
000773     RECORDING MODE IS F
000774     LABEL RECORDS ARE STANDARD
000775     BLOCK CONTAINS 0 RECORDS.
000776 01  EMLPREV-REC                 PIC X(165).
000777*
000778* THE GATEWAY'S BOUNCE-BACK FILE - ONE RECORD PER MESSAGE IT
000779* COULD NOT DELIVER, CARRYING THE MESSAGE REFERENCE WE SENT.
000780 FD  BOUNCE-FILE
000781     RECORDING MODE IS F
000782     LABEL RECORDS ARE STANDARD
000783     BLOCK CONTAINS 0 RECORDS.
000784 01  BOUNCE-REC.
000785     05  BNC-MSG-REF             PIC X(14).
000786     05  BNC-ADDRESS             PIC X(40).
000787     05  BNC-BOUNCE-DATE         PIC X(08).
000788     05  BNC-REASON              PIC X(30).
000789     05  FILLER                  PIC X(08).
000790*
000791 WORKING-STORAGE                 SECTION.
000792*---------------------------------------------*
000793* SWITCHES                                    *
000794*---------------------------------------------*
000795 01  SWITCHES.
000796     05 CLSDEXT-EOF-SW           PIC X   VALUE 'N'.
000800        88 CLSDEXT-EOF                   VALUE 'Y'.
000801     05 EMLPREV-EOF-SW           PIC X   VALUE 'N'.
000802        88 EMLPREV-EOF                   VALUE 'Y'.
000803     05 BOUNCE-EOF-SW            PIC X   VALUE 'N'.
000804        88 BOUNCE-EOF                    VALUE 'Y'.
000805     05 EMAIL-VALID-SW           PIC X   VALUE 'N'.
000806        88 EMAIL-VALID                   VALUE 'Y'.
000807     05 BOUNCE-FOUND-SW          PIC X   VALUE 'N'.
000808        88 BOUNCE-FOUND                  VALUE 'Y'.
000809*
000810 01  EMLPREV-STATUS              PIC X(02) VALUE SPACES.
000811 01  BOUNCE-STATUS               PIC X(02) VALUE SPACES.
000812*
000813* THE ACCOUNT BEING WRITTEN TO, FROM TONIGHT'S EXTRACT OR A
000814* KEPT E-MAIL RECORD. THE LAYOUT MUST STAY IN STEP WITH
000815* CUSTCLSD'S EXT-DETAIL-LINE.
000816 01  CLSDEXT-ACCOUNT.
000817     05  EXT-CUSTIDC             PIC X(14).
000818     05  FILLER                  PIC X(02).
000819     05  EXT-CUSTNAME            PIC X(30).
000820     05  FILLER                  PIC X(02).
000821     05  EXT-CUSTADDR            PIC X(30).
000822     05  FILLER                  PIC X(02).
000823     05  EXT-CUSTCITY            PIC X(20).
000824     05  FILLER                  PIC X(02).
000825     05  EXT-ZIPCODE             PIC X(09).
000826     05  FILLER                  PIC X(02).
000827     05  EXT-CUSTEMAIL           PIC X(40).
000828     05  FILLER                  PIC X(02).
000829     05  EXT-CUSTCLOSEDT         PIC X(10).
000830*
000831* HOW THE CURRENT LETTER WENT OUT, FOR THE LOG AND SUMMARY.
000832 01  LETTER-DELIVERY             PIC X(12) VALUE SPACES.
000833     88  LETTER-BY-EMAIL                 VALUE 'E-MAIL'.
000834     88  LETTER-BY-PAPER                 VALUE 'PAPER'.
000835     88  LETTER-BOUNCE-RESEND            VALUE 'PAPER-BOUNCE'.
000836*--------------------------------------------*
000837* CONTROL TOTALS                             *
000838*--------------------------------------------*
000840 01  CONTROL-TOTALS.
000850     05 CT-ACCOUNTS-READ         PIC S9(7) COMP VALUE ZERO.
000860     05 CT-LETTERS-PRINTED       PIC S9(7) COMP VALUE ZERO.
000861     05 CT-LETTERS-PRODUCED      PIC S9(7) COMP VALUE ZERO.
000862     05 CT-LETTERS-EMAILED       PIC S9(7) COMP VALUE ZERO.
000863     05 CT-BOUNCES-READ          PIC S9(7) COMP VALUE ZERO.
000864     05 CT-BOUNCE-RESENDS        PIC S9(7) COMP VALUE ZERO.
000865     05 CT-BOUNCES-UNMATCHED     PIC S9(7) COMP VALUE ZERO.
000866     05 CT-PRIOR-EMAILS-READ     PIC S9(7) COMP VALUE ZERO.
000870*
000880* THE RUN DATE, EDITED FOR THE LETTER'S DATELINE.
000890 01  RUN-DATE-WORK.
000970         10  RDE-MM              PIC X(02).
000980         10  FILLER              PIC X(01) VALUE '-'.
000990         10  RDE-DD              PIC X(02).
000991*
000992* E-MAIL ADDRESS CHECK WORK - SEE 080-CHECK-EMAIL-ADDRESS.
000993 01  EMAIL-CHECK-WORK.
000994     05  ECW-AT-COUNT            PIC S9(4) COMP.
000995     05  ECW-DOT-COUNT           PIC S9(4) COMP.
000996     05  ECW-ADDR-LENGTH         PIC S9(4) COMP.
000997     05  ECW-LOCAL-PART          PIC X(40).
000998     05  ECW-DOMAIN-PART         PIC X(40).
000999     05  ECW-TRAILING            PIC X(40).
001000*
001001* BOUNCES FROM THE GATEWAY, HELD WHILE THE KEPT E-MAIL RECORDS
001002* ARE READ. A RESENT ENTRY IS NOT RESENT AGAIN FROM AN OLDER
001003* GENERATION.
001004 01  BOUNCE-TABLE.
001005     05  BT-COUNT                PIC S9(4) COMP VALUE ZERO.
001006     05  BT-ENTRY                OCCURS 500 TIMES.
001007         10  BT-CUSTIDC          PIC X(14).
001008         10  BT-ADDRESS          PIC X(40).
001009         10  BT-REASON           PIC X(30).
001010         10  BT-RESENT-SW        PIC X(01).
001011             88  BT-RESENT               VALUE 'Y'.
001012 01  BT-SUB                      PIC S9(4) COMP VALUE ZERO.
001013*
001014 01  LTR-DATE-LINE.
001020     05  FILLER                  PIC X(08) VALUE 'DATE:   '.
001030     05  LTR-DATE                PIC X(10).
001040     05  FILLER                  PIC X(114) VALUE SPACES.
001500*
001510 01  LTR-CLOSING-LINE-2          PIC X(132) VALUE
001520     'COLLECTIONS DEPARTMENT, DATA PROCESSING CENTER'.
001521*
001522 01  EML-SUBJECT-LINE.
001523     05  FILLER                  PIC X(36) VALUE
001524         'NOTICE OF ACCOUNT CLOSURE - ACCOUNT '.
001525     05  EML-SUBJECT-CUSTIDC     PIC X(14).
001526     05  FILLER                  PIC X(30) VALUE SPACES.
001530*
001540 01  SUMMARY-HEADER-LINE         PIC X(132) VALUE
001550     'CLOSURE LETTER RUN SUMMARY'.
001600     05  SUM-CUSTNAME            PIC X(30).
001610     05  FILLER                  PIC X(02) VALUE SPACES.
001620     05  SUM-CLOSEDT             PIC X(10).
001625     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  SUM-DELIVERY            PIC X(12).
001635     05  FILLER                  PIC X(60) VALUE SPACES.
001640*
001650 01  SUMMARY-TOTALS-LINE.
001660     05  FILLER                  PIC X(18) VALUE
001670         'LETTERS PRODUCED ='.
001680     05  SUM-TOT-LETTERS         PIC ZZZZZ9.
001681     05  FILLER                  PIC X(12) VALUE
001682         '  E-MAILED ='.
001683     05  SUM-TOT-EMAILED         PIC ZZZZZ9.
001684     05  FILLER                  PIC X(11) VALUE
001685         '  PRINTED ='.
001686     05  SUM-TOT-PRINTED         PIC ZZZZZ9.
001687     05  FILLER                  PIC X(30) VALUE
001688         '  (BOUNCED E-MAILS REPRINTED ='.
001689     05  SUM-TOT-RESENDS         PIC ZZZZZ9.
001690     05  FILLER                  PIC X(01) VALUE ')'.
001691     05  FILLER                  PIC X(36) VALUE SPACES.
001692*
001693 01  SUMMARY-BOUNCE-HEADER-LINE  PIC X(132) VALUE
001694     'BOUNCED E-MAILS WITH NO KEPT RECORD - SEND BY HAND'.
001695*
001696 01  SUMMARY-BOUNCE-LINE.
001697     05  SUM-BNC-CUSTIDC         PIC X(14).
001698     05  FILLER                  PIC X(02) VALUE SPACES.
001699     05  SUM-BNC-ADDRESS         PIC X(40).
001700     05  FILLER                  PIC X(02) VALUE SPACES.
001701     05  SUM-BNC-REASON          PIC X(30).
001702     05  FILLER                  PIC X(44) VALUE SPACES.
001703*
001710* THE SUMMARY PAGE IS BUILT AS THE LETTERS PRINT - ONE LINE
001720* PER LETTER, HELD HERE AND FLUSHED AS THE FINAL PAGE.
001730 01  SUMMARY-TABLE.
001740     05  SUM-ENTRY-COUNT         PIC S9(4) COMP VALUE ZERO.
001750     05  SUM-ENTRY               OCCURS 500 TIMES
001760                                 PIC X(72).
001770 01  SUM-ENTRY-SUB               PIC S9(4) COMP VALUE ZERO.
001780*
001790 PROCEDURE                       DIVISION.
001800 000-GENERATE-CLOSURE-LETTERS.
001810     PERFORM 010-OPEN-FILES.
001814     PERFORM 030-LOAD-BOUNCES.
001818     PERFORM 040-RESEND-BOUNCED-LETTERS.
001822     PERFORM 020-READ-EXTRACT-RECORD.
001826     PERFORM 090-SEND-ONE-LETTER
001830       UNTIL CLSDEXT-EOF.
001840     PERFORM 700-PRINT-SUMMARY-PAGE.
001850     PERFORM 800-WRITE-CONTROL-TOTALS.
001890 010-OPEN-FILES.
001900     OPEN INPUT  CLSDEXT-FILE.
001910     OPEN OUTPUT LETTER-FILE.
001915     OPEN EXTEND LTRLOG-FILE.
001916     OPEN OUTPUT EMAIL-FILE.
001917     OPEN OUTPUT EMLSENT-FILE.
001920     ACCEPT RUN-DATE-RAW FROM DATE YYYYMMDD.
001930     MOVE RUN-DATE-YYYY TO RDE-YYYY.
001940     MOVE RUN-DATE-MM   TO RDE-MM.
001955     MOVE RUN-DATE-DD   TO RDE-DD
001970     .
001980 020-READ-EXTRACT-RECORD.
001990     READ CLSDEXT-FILE INTO CLSDEXT-ACCOUNT
002000       AT END MOVE 'Y' TO CLSDEXT-EOF-SW
002010       NOT AT END ADD 1 TO CT-ACCOUNTS-READ
002020     END-READ
002030     .
002031*------------------------------------------------------------
002032*** BOUNCES FROM EARLIER RUNS' E-MAILS. NO BOUNCE FILE MEANS
002033*** NOTHING CAME BACK; THE KEPT E-MAIL RECORDS ARE ONLY READ
002034*** WHEN THERE IS SOMETHING TO LOOK FOR.
002035*------------------------------------------------------------
002036 030-LOAD-BOUNCES.
002037     OPEN INPUT BOUNCE-FILE.
002038     IF BOUNCE-STATUS = '00'
002039        PERFORM 035-READ-BOUNCE-RECORD
002040        PERFORM 036-HOLD-ONE-BOUNCE
002041          UNTIL BOUNCE-EOF
002042        CLOSE BOUNCE-FILE
002043     END-IF
002044     .
002045 035-READ-BOUNCE-RECORD.
002046     READ BOUNCE-FILE
002047       AT END MOVE 'Y' TO BOUNCE-EOF-SW
002048       NOT AT END ADD 1 TO CT-BOUNCES-READ
002049     END-READ
002050     .
002051* PAST 500 BOUNCES THE REST ARE LEFT TO THE SUMMARY COUNT.
002052 036-HOLD-ONE-BOUNCE.
002053     IF BT-COUNT < 500
002054        ADD 1 TO BT-COUNT
002055        MOVE BNC-MSG-REF TO BT-CUSTIDC (BT-COUNT)
002056        MOVE BNC-ADDRESS TO BT-ADDRESS (BT-COUNT)
002057        MOVE BNC-REASON  TO BT-REASON (BT-COUNT)
002058        MOVE 'N'         TO BT-RESENT-SW (BT-COUNT)
002059     END-IF.
002060     PERFORM 035-READ-BOUNCE-RECORD
002061     .
002062 040-RESEND-BOUNCED-LETTERS.
002063     IF BT-COUNT > ZERO
002064        OPEN INPUT EMLPREV-FILE
002065        IF EMLPREV-STATUS = '00'
002066           PERFORM 045-READ-PRIOR-EMAIL
002067           PERFORM 046-CHECK-ONE-PRIOR-EMAIL
002068             UNTIL EMLPREV-EOF
002069           CLOSE EMLPREV-FILE
002070        ELSE
002071           DISPLAY 'CLSDLTRS: NO KEPT E-MAIL RECORDS, STATUS='
002072                   EMLPREV-STATUS
002073        END-IF
002074     END-IF
002075     .
002076 045-READ-PRIOR-EMAIL.
002077     READ EMLPREV-FILE INTO CLSDEXT-ACCOUNT
002078       AT END MOVE 'Y' TO EMLPREV-EOF-SW
002079       NOT AT END ADD 1 TO CT-PRIOR-EMAILS-READ
002080     END-READ
002081     .
002082 046-CHECK-ONE-PRIOR-EMAIL.
002083     PERFORM 050-FIND-BOUNCE.
002084     IF BOUNCE-FOUND
002085        MOVE 'Y' TO BT-RESENT-SW (BT-SUB)
002086        SET LETTER-BOUNCE-RESEND TO TRUE
002087        PERFORM 100-PRINT-ONE-LETTER
002088        ADD 1 TO CT-BOUNCE-RESENDS
002089        PERFORM 200-ADD-SUMMARY-ENTRY
002090        PERFORM 210-WRITE-LETTER-LOG
002091     END-IF.
002092     PERFORM 045-READ-PRIOR-EMAIL
002093     .
002094* LEAVES BT-SUB ON THE BOUNCE FOR THIS CUSTIDC IF ONE IS STILL
002095* WAITING FOR ITS PAPER LETTER.
002096 050-FIND-BOUNCE.
002097     MOVE 'N' TO BOUNCE-FOUND-SW.
002098     MOVE ZERO TO BT-SUB.
002099     PERFORM 055-CHECK-ONE-BOUNCE
002100       UNTIL BOUNCE-FOUND OR BT-SUB >= BT-COUNT
002101     .
002102 055-CHECK-ONE-BOUNCE.
002103     ADD 1 TO BT-SUB.
002104     IF BT-CUSTIDC (BT-SUB) = EXT-CUSTIDC AND
002105        NOT BT-RESENT (BT-SUB)
002106        MOVE 'Y' TO BOUNCE-FOUND-SW
002107     END-IF
002108     .
002109*------------------------------------------------------------
002110*** A USABLE ADDRESS: ONE '@' WITH SOMETHING BEFORE IT, A
002111*** DOMAIN AFTER IT HOLDING A '.' BUT NOT STARTING OR ENDING
002112*** WITH ONE, AND NO EMBEDDED SPACES. ANYTHING LESS GOES ON
002113*** PAPER - A LETTER THAT NEVER ARRIVES IS WORSE THAN POSTAGE.
002114*------------------------------------------------------------
002115 080-CHECK-EMAIL-ADDRESS.
002116     MOVE 'N' TO EMAIL-VALID-SW.
002117     MOVE ZERO   TO ECW-AT-COUNT.
002118     MOVE ZERO   TO ECW-DOT-COUNT.
002119     MOVE ZERO   TO ECW-ADDR-LENGTH.
002120     MOVE SPACES TO ECW-LOCAL-PART.
002121     MOVE SPACES TO ECW-DOMAIN-PART.
002122     MOVE SPACES TO ECW-TRAILING.
002123     INSPECT EXT-CUSTEMAIL TALLYING ECW-AT-COUNT FOR ALL '@'.
002124     INSPECT EXT-CUSTEMAIL TALLYING ECW-ADDR-LENGTH
002125       FOR CHARACTERS BEFORE INITIAL SPACE.
002126     IF ECW-ADDR-LENGTH > ZERO AND ECW-ADDR-LENGTH < 40
002127        MOVE EXT-CUSTEMAIL (ECW-ADDR-LENGTH + 1:)
002128          TO ECW-TRAILING
002129     END-IF.
002130     UNSTRING EXT-CUSTEMAIL DELIMITED BY '@' OR SPACE
002131       INTO ECW-LOCAL-PART ECW-DOMAIN-PART
002132     END-UNSTRING.
002133     INSPECT ECW-DOMAIN-PART TALLYING ECW-DOT-COUNT FOR ALL '.'.
002134     EVALUATE TRUE
002135       WHEN ECW-ADDR-LENGTH = ZERO
002136       WHEN ECW-AT-COUNT NOT = 1
002137       WHEN ECW-TRAILING NOT = SPACES
002138       WHEN ECW-LOCAL-PART = SPACES
002139       WHEN ECW-DOMAIN-PART = SPACES
002140       WHEN ECW-DOT-COUNT = ZERO
002141       WHEN ECW-DOMAIN-PART (1:1) = '.'
002142       WHEN EXT-CUSTEMAIL (ECW-ADDR-LENGTH:1) = '.'
002143         CONTINUE
002144       WHEN OTHER
002145         MOVE 'Y' TO EMAIL-VALID-SW
002146     END-EVALUATE
002147     .
002148*------------------------------------------------------------
002149*** ONE LETTER PER EXTRACT RECORD - E-MAILED WHERE THE ADDRESS
002150*** IS USABLE, OTHERWISE PRINTED ONE PAGE PER LETTER
002151*------------------------------------------------------------
002152 090-SEND-ONE-LETTER.
002153     PERFORM 080-CHECK-EMAIL-ADDRESS.
002154     IF EMAIL-VALID
002155        SET LETTER-BY-EMAIL TO TRUE
002156        PERFORM 300-EMAIL-ONE-LETTER
002157     ELSE
002158        SET LETTER-BY-PAPER TO TRUE
002159        PERFORM 100-PRINT-ONE-LETTER
002160     END-IF.
002161     PERFORM 200-ADD-SUMMARY-ENTRY.
002162     PERFORM 210-WRITE-LETTER-LOG.
002163     PERFORM 020-READ-EXTRACT-RECORD
002164     .
002165 100-PRINT-ONE-LETTER.
002166     MOVE RUN-DATE-EDITED TO LTR-DATE.
002167     MOVE LTR-DATE-LINE TO LTR-PRINT-LINE.
002168     MOVE '1' TO LTR-CARRIAGE-CTL.
002169     WRITE LETTER-REC.
002170     PERFORM 150-WRITE-BLANK-LINE.
002171     MOVE EXT-CUSTNAME TO LTR-NAME.
002172     MOVE LTR-NAME-LINE TO LTR-PRINT-LINE.
002173     PERFORM 160-WRITE-DETAIL-LINE.
002174     MOVE EXT-CUSTADDR TO LTR-ADDR.
002175     MOVE LTR-ADDR-LINE TO LTR-PRINT-LINE.
002180     PERFORM 160-WRITE-DETAIL-LINE.
002190     MOVE EXT-CUSTCITY TO LTR-CITY.
002200     MOVE EXT-ZIPCODE  TO LTR-ZIP.
002400     PERFORM 160-WRITE-DETAIL-LINE.
002410     MOVE LTR-CLOSING-LINE-2 TO LTR-PRINT-LINE.
002420     PERFORM 160-WRITE-DETAIL-LINE.
002440     ADD 1 TO CT-LETTERS-PRINTED
002460     .
002470 150-WRITE-BLANK-LINE.
002480     MOVE SPACES TO LTR-PRINT-LINE.
002530     MOVE SPACE TO LTR-CARRIAGE-CTL.
002540     WRITE LETTER-REC
002550     .
002560* EACH LETTER LEAVES ITS ACCOUNT, NAME, CLOSURE DATE AND HOW
002570* IT WENT OUT IN THE SUMMARY TABLE. PAST 500 LETTERS THE
002580* SUMMARY PAGE JUST SAYS SO RATHER THAN LOSING LETTERS.
002590 200-ADD-SUMMARY-ENTRY.
002595     ADD 1 TO CT-LETTERS-PRODUCED.
002600     IF SUM-ENTRY-COUNT < 500
002610        ADD 1 TO SUM-ENTRY-COUNT
002620        MOVE SPACES          TO SUMMARY-DETAIL-LINE
002630        MOVE EXT-CUSTIDC     TO SUM-CUSTIDC
002640        MOVE EXT-CUSTNAME    TO SUM-CUSTNAME
002650        MOVE EXT-CUSTCLOSEDT TO SUM-CLOSEDT
002656        MOVE LETTER-DELIVERY TO SUM-DELIVERY
002662        MOVE SUMMARY-DETAIL-LINE(1:72)
002670          TO SUM-ENTRY(SUM-ENTRY-COUNT)
002680     END-IF
002690     .
002691 210-WRITE-LETTER-LOG.
002692     MOVE SPACES          TO LTRLOG-REC.
002693     MOVE EXT-CUSTIDC     TO LOG-CUSTIDC.
002694     MOVE RUN-DATE-RAW    TO LOG-LETTER-DATE.
002695     MOVE EXT-CUSTCLOSEDT TO LOG-CUSTCLOSEDT.
002696     IF LETTER-BY-EMAIL
002697        SET LOG-DELIVERY-EMAIL TO TRUE
002698        MOVE EXT-CUSTEMAIL   TO LOG-SENT-TO
002699     ELSE
002700        SET LOG-DELIVERY-PAPER TO TRUE
002701        MOVE EXT-CUSTADDR    TO LOG-SENT-TO
002702     END-IF.
002703     WRITE LTRLOG-REC
002704     .
002705*------------------------------------------------------------
002706*** ONE E-MAIL - THE SAME LETTER TEXT AS THE PRINTED PAGE, LESS
002707*** THE POSTAL ADDRESS BLOCK. THE ACCOUNT IS KEPT ON CLSDEMS IN
002708*** CASE THE MESSAGE BOUNCES.
002709*------------------------------------------------------------
002710 300-EMAIL-ONE-LETTER.
002711     MOVE SPACES          TO EMAIL-REC.
002712     SET EML-ADDRESS-REC  TO TRUE.
002713     MOVE EXT-CUSTEMAIL   TO EML-TO-ADDRESS.
002714     MOVE EXT-CUSTNAME    TO EML-TO-NAME.
002715     PERFORM 320-WRITE-EMAIL-RECORD.
002716     MOVE EXT-CUSTIDC     TO EML-SUBJECT-CUSTIDC.
002717     SET EML-SUBJECT-REC  TO TRUE.
002718     MOVE EML-SUBJECT-LINE TO EML-DATA.
002719     PERFORM 320-WRITE-EMAIL-RECORD.
002720     MOVE RUN-DATE-EDITED TO LTR-DATE.
002721     MOVE LTR-DATE-LINE (1:80) TO EML-DATA.
002722     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002723     MOVE SPACES TO EML-DATA.
002724     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002725     MOVE EXT-CUSTNAME TO LTR-SALUT-NAME.
002726     MOVE LTR-SALUTATION-LINE (1:80) TO EML-DATA.
002727     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002728     MOVE SPACES TO EML-DATA.
002729     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002730     MOVE EXT-CUSTIDC TO LTR-BODY-CUSTIDC.
002731     MOVE LTR-BODY-LINE-1 (1:80) TO EML-DATA.
002732     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002733     MOVE EXT-CUSTCLOSEDT TO LTR-BODY-CLOSEDT.
002734     MOVE LTR-BODY-LINE-2 (1:80) TO EML-DATA.
002735     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002736     MOVE LTR-BODY-LINE-3 (1:80) TO EML-DATA.
002737     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002738     MOVE LTR-BODY-LINE-4 (1:80) TO EML-DATA.
002739     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002740     MOVE LTR-BODY-LINE-5 (1:80) TO EML-DATA.
002741     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002742     MOVE SPACES TO EML-DATA.
002743     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002744     MOVE LTR-CLOSING-LINE-1 (1:80) TO EML-DATA.
002745     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002746     MOVE LTR-CLOSING-LINE-2 (1:80) TO EML-DATA.
002747     PERFORM 310-WRITE-EMAIL-BODY-LINE.
002748     SET EML-END-REC TO TRUE.
002749     MOVE SPACES TO EML-DATA.
002750     PERFORM 320-WRITE-EMAIL-RECORD.
002751     MOVE CLSDEXT-ACCOUNT TO EMLSENT-REC.
002752     WRITE EMLSENT-REC.
002753     ADD 1 TO CT-LETTERS-EMAILED
002754     .
002755 310-WRITE-EMAIL-BODY-LINE.
002756     SET EML-BODY-REC TO TRUE.
002757     PERFORM 320-WRITE-EMAIL-RECORD
002758     .
002759 320-WRITE-EMAIL-RECORD.
002760     MOVE EXT-CUSTIDC TO EML-MSG-REF.
002761     WRITE EMAIL-REC
002762     .
002763*------------------------------------------------------------
002764*** THE SUMMARY PAGE - ONE LINE PER LETTER PRODUCED
002765*------------------------------------------------------------
002766 700-PRINT-SUMMARY-PAGE.
002767     MOVE SUMMARY-HEADER-LINE TO LTR-PRINT-LINE.
002768     MOVE '1' TO LTR-CARRIAGE-CTL.
002769     WRITE LETTER-REC.
002770     PERFORM 150-WRITE-BLANK-LINE.
002780     MOVE ZERO TO SUM-ENTRY-SUB.
002790     PERFORM 710-PRINT-SUMMARY-ENTRY
002800       UNTIL SUM-ENTRY-SUB >= SUM-ENTRY-COUNT.
002810     IF CT-LETTERS-PRODUCED > SUM-ENTRY-COUNT
002820        MOVE 'FURTHER LETTERS OMITTED FROM SUMMARY' TO
002830             LTR-PRINT-LINE
002840        PERFORM 160-WRITE-DETAIL-LINE
002850     END-IF.
002860     PERFORM 150-WRITE-BLANK-LINE.
002864     MOVE CT-LETTERS-PRODUCED TO SUM-TOT-LETTERS.
002868     MOVE CT-LETTERS-EMAILED  TO SUM-TOT-EMAILED.
002872     MOVE CT-LETTERS-PRINTED  TO SUM-TOT-PRINTED.
002876     MOVE CT-BOUNCE-RESENDS   TO SUM-TOT-RESENDS.
002880     MOVE SUMMARY-TOTALS-LINE TO LTR-PRINT-LINE.
002886     PERFORM 160-WRITE-DETAIL-LINE.
002892     PERFORM 720-PRINT-UNMATCHED-BOUNCES
002900     .
002910 710-PRINT-SUMMARY-ENTRY.
002920     ADD 1 TO SUM-ENTRY-SUB.
002930     MOVE SPACES TO LTR-PRINT-LINE.
002940     MOVE SUM-ENTRY(SUM-ENTRY-SUB) TO LTR-PRINT-LINE(1:72).
002950     PERFORM 160-WRITE-DETAIL-LINE
002960     .
002961* A BOUNCE WHOSE ACCOUNT IS NOT ON ANY KEPT GENERATION (OR
002962* PAST THE 500 HELD) CANNOT BE REPRINTED HERE.
002963 720-PRINT-UNMATCHED-BOUNCES.
002964     COMPUTE CT-BOUNCES-UNMATCHED =
002965             CT-BOUNCES-READ - CT-BOUNCE-RESENDS.
002966     IF CT-BOUNCES-UNMATCHED > ZERO
002967        PERFORM 150-WRITE-BLANK-LINE
002968        MOVE SUMMARY-BOUNCE-HEADER-LINE TO LTR-PRINT-LINE
002969        PERFORM 160-WRITE-DETAIL-LINE
002970        MOVE ZERO TO BT-SUB
002971        PERFORM 725-PRINT-ONE-UNMATCHED-BOUNCE
002972          UNTIL BT-SUB >= BT-COUNT
002973        IF CT-BOUNCES-READ > BT-COUNT
002974           MOVE 'FURTHER BOUNCES OMITTED - SEE CLSDBNC' TO
002975                LTR-PRINT-LINE
002976           PERFORM 160-WRITE-DETAIL-LINE
002977        END-IF
002978     END-IF
002979     .
002980 725-PRINT-ONE-UNMATCHED-BOUNCE.
002981     ADD 1 TO BT-SUB.
002982     IF NOT BT-RESENT (BT-SUB)
002983        MOVE BT-CUSTIDC (BT-SUB) TO SUM-BNC-CUSTIDC
002984        MOVE BT-ADDRESS (BT-SUB) TO SUM-BNC-ADDRESS
002985        MOVE BT-REASON (BT-SUB)  TO SUM-BNC-REASON
002986        MOVE SUMMARY-BOUNCE-LINE TO LTR-PRINT-LINE
002987        PERFORM 160-WRITE-DETAIL-LINE
002988     END-IF
002989     .
002990 800-WRITE-CONTROL-TOTALS.
002991     DISPLAY 'CLSDLTRS CONTROL TOTALS'.
002992     DISPLAY '  ACCOUNTS READ   = ' CT-ACCOUNTS-READ.
002993     DISPLAY '  LETTERS PRODUCED= ' CT-LETTERS-PRODUCED.
002994     DISPLAY '  LETTERS E-MAILED= ' CT-LETTERS-EMAILED.
002995     DISPLAY '  LETTERS PRINTED = ' CT-LETTERS-PRINTED.
002996     DISPLAY '  BOUNCES READ    = ' CT-BOUNCES-READ.
002997     DISPLAY '  KEPT E-MAILS    = ' CT-PRIOR-EMAILS-READ.
002998     DISPLAY '  BOUNCES REPRINT = ' CT-BOUNCE-RESENDS.
002999     DISPLAY '  BOUNCES NO MATCH= ' CT-BOUNCES-UNMATCHED.
003000     IF CT-BOUNCES-UNMATCHED > ZERO
003001        MOVE 4 TO RETURN-CODE
003002     END-IF
003010     .
003020 900-CLOSE-FILES.
003030     CLOSE CLSDEXT-FILE.
003040     CLOSE LETTER-FILE.
003042     CLOSE LTRLOG-FILE.
003044     CLOSE EMAIL-FILE.
003046     CLOSE EMLSENT-FILE
003050     .
