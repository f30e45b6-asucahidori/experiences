000519*                  NOT AVAILABLE IN FALLBACK MODE - THE KSDS
000520*                  HAS NO NAME PATH. NO CARD, A BLANK CARD, OR
000521*                  ANYTHING BUT 'VSAM' KEEPS THE DB2 PATH.
000522* 2026-10-15  RGM   REDIRECT MERGED-AWAY CUSTIDCS. AN ID INQUIRY
000523*                  THAT COMES BACK CLOSED OR NOT FOUND IS LOOKED
000524*                  UP ON THE CUSTXREF KSDS CUSTMRGE MAINTAINS,
000525*                  FOLLOWING OLD-TO-NEW LINKS TO THE SURVIVOR,
000526*                  AND THE SURVIVOR'S ROW IS SHOWN INSTEAD WITH A
000527*                  'MERGED INTO' LINE. THE AUDIT TRAIL GETS THE
000528*                  ENTRY FOR THE CUSTIDC ASKED FOR AND A SECOND
000529*                  ONE FOR THE SURVIVOR ACTUALLY SHOWN.
000530*
000531 ENVIRONMENT                     DIVISION.
000540 CONFIGURATION                   SECTION.
000550 INPUT-OUTPUT                    SECTION.
000560 FILE-CONTROL.
000677                                 ACCESS MODE IS RANDOM
000678                                 RECORD KEY IS KSD-CUSTIDC
000679                                 FILE STATUS IS KSDS-FILE-STATUS.
000680     SELECT CUSTXREF-FILE        ASSIGN TO CUSTXREF
000681                                 ORGANIZATION IS INDEXED
000682                                 ACCESS MODE IS RANDOM
000683                                 RECORD KEY IS XRF-OLD-CUSTIDC
000684                                 FILE STATUS IS XREF-FILE-STATUS.
000685*
000690 DATA                            DIVISION.
000700*
000710 FILE                            SECTION.
001235     05  KSD-CUSTEMAIL           PIC X(40).
001236     05  KSD-CUSTCLOSEDT         PIC X(10).
001237*
001238* OLD-TO-NEW CUSTIDC CROSS-REFERENCE WRITTEN BY CUSTMRGE, KEYED
001239* ON THE MERGED-AWAY CUSTIDC. MUST STAY IN STEP WITH CUSTMRGE'S
001240* LAYOUT.
001241 FD  CUSTXREF-FILE.
001242 01  CUSTXREF-REC.
001243     05  XRF-OLD-CUSTIDC         PIC X(14).
001244     05  XRF-NEW-CUSTIDC         PIC X(14).
001245     05  XRF-MERGE-DATE          PIC X(08).
001246     05  XRF-MERGE-REASON        PIC X(02).
001247     05  XRF-REVIEWER            PIC X(08).
001248     05  FILLER                  PIC X(34).
001249*
001250 WORKING-STORAGE                 SECTION.
001251*
001252 01  SWITCHES.
001260     05 END-OF-INQUIRIES-SW      PIC X   VALUE 'N'.
001270        88 END-OF-INQUIRIES              VALUE 'Y'.
001280     05 CUSTID-EOF-SW            PIC X   VALUE 'N'.
001370        88 CURSOR-EOF                    VALUE 'Y'.
001372     05 LOOKUP-MODE-SW           PIC X   VALUE 'D'.
001374        88 LOOKUP-VSAM                   VALUE 'V'.
001376     05 XREF-AVAILABLE-SW        PIC X   VALUE 'N'.
001378        88 XREF-AVAILABLE                VALUE 'Y'.
001380     05 XREF-CHAIN-END-SW        PIC X   VALUE 'N'.
001382        88 XREF-CHAIN-END                VALUE 'Y'.
001384     05 CUSTINFO-REDIRECTED-SW   PIC X   VALUE 'N'.
001386        88 CUSTINFO-REDIRECTED           VALUE 'Y'.
001388*
001390 01  CONTROL-TOTALS.
001400     05 CT-INQUIRIES-PROCESSED   PIC S9(7) COMP VALUE ZERO.
001410     05 CT-INQUIRIES-FOUND       PIC S9(7) COMP VALUE ZERO.
001420     05 CT-INQUIRIES-NOT-FOUND   PIC S9(7) COMP VALUE ZERO.
001430     05 CT-INVALID-FORMAT        PIC S9(7) COMP VALUE ZERO.
001440     05 CT-CLOSED-SUPPRESSED     PIC S9(7) COMP VALUE ZERO.
001445     05 CT-INQUIRIES-REDIRECTED  PIC S9(7) COMP VALUE ZERO.
001450*
001460* CHECKPOINT/RESTART WORK FIELDS.
001470 01  CKPT-FILE-STATUS            PIC X(02) VALUE SPACES.
001472 01  PARM-FILE-STATUS            PIC X(02) VALUE SPACES.
001474 01  KSDS-FILE-STATUS            PIC X(02) VALUE SPACES.
001475 01  XREF-FILE-STATUS            PIC X(02) VALUE SPACES.
001476*
001477* A CHAIN OF MERGES (A INTO B, LATER B INTO C) IS FOLLOWED TO
001478* THE END, BUT NEVER MORE THAN XREF-HOP-LIMIT LINKS, SO A BAD
001479* CROSS-REFERENCE LOOP CANNOT HANG THE RUN.
001480 01  XREF-HOP-COUNT              PIC S9(4) COMP VALUE ZERO.
001481 01  XREF-HOP-LIMIT              PIC S9(4) COMP VALUE 10.
001482 01  XREF-SURVIVOR-CUSTIDC       PIC X(14) VALUE SPACES.
001483 01  CKPT-INTERVAL               PIC S9(5) COMP VALUE 100.
001490 01  CKPT-RESTART-COUNT          PIC S9(7) COMP VALUE ZERO.
001500 01  CKPT-SKIP-SUB               PIC S9(7) COMP VALUE ZERO.
001510 01  CKPT-TOTAL-COMPLETED        PIC S9(7) COMP VALUE ZERO.
001680     05  FILLER                  PIC X(08) VALUE
001690         ' CLOSED='.
001700     05  RPT-TOT-CLOSED          PIC ZZZZZ9.
001702     05  FILLER                  PIC X(12) VALUE
001704         ' REDIRECTED='.
001706     05  RPT-TOT-REDIRECTED      PIC ZZZZZ9.
001710     05  FILLER                  PIC X(18) VALUE SPACES.
001720*
001730 01  RPT-DETAIL-LINE.
002310           STOP RUN
002311        END-IF
002312     END-IF.
002313* NO CROSS-REFERENCE (NOT YET DEFINED, OR EMPTY BEFORE THE FIRST
002314* MERGE) JUST MEANS NOTHING IS REDIRECTED - NOT A FAILED RUN.
002315     OPEN INPUT CUSTXREF-FILE.
002316     IF XREF-FILE-STATUS = '00'
002317        MOVE 'Y' TO XREF-AVAILABLE-SW
002318     ELSE
002319        DISPLAY 'CUSTINFQ: CUSTXREF NOT OPENED, STATUS='
002320                XREF-FILE-STATUS ' - NO MERGE REDIRECTS'
002321     END-IF.
002322     PERFORM 015-READ-CHECKPOINT.
002323* A RESTART APPENDS TO THE REPORT AND CSV WHERE THE FAILED RUN
002330* STOPPED INSTEAD OF REWRITING THE DETAIL ALREADY ON THEM.
002340     IF CKPT-RESTART-COUNT > ZERO
002350        OPEN EXTEND CUSTRPT-FILE
003020            MOVE CIQ-CUSTIDC TO CUSTIDC
003030            PERFORM 120-GET-CUSTINFO-ROW
003040            PERFORM 150-WRITE-AUDIT-LOG
003041            MOVE 'N' TO CUSTINFO-REDIRECTED-SW
003042            IF XREF-AVAILABLE
003043               IF CUSTINFO-CLOSED OR NOT CUSTINFO-FOUND
003044                  PERFORM 160-REDIRECT-MERGED-CUSTIDC
003045               END-IF
003046            END-IF
003050            IF CUSTINFO-FOUND
003060               IF CUSTINFO-CLOSED
003070                  PERFORM 135-DISPLAY-CUSTINFO-CLOSED-LINE
005510     END-IF.
005520     WRITE AUDIT-FILE-REC
005530     .
005531*
005532* A REDIRECTED INQUIRY SHOWED THE SURVIVOR'S ROW, SO THE TRAIL
005533* RECORDS THAT CUSTIDC TOO - WHOEVER LATER ASKS WHO LOOKED AT
005534* THE SURVIVOR SEES THIS VIEW.
005535 152-WRITE-REDIRECT-AUDIT-LOG.
005536     ACCEPT AUD-DATE FROM DATE YYYYMMDD.
005537     ACCEPT AUD-TIME FROM TIME.
005538     MOVE AUD-USERID-WS TO AUD-USERID.
005539     MOVE CUSTIDC       TO AUD-CUSTIDC.
005540     IF CUSTINFO-FOUND
005541        SET AUD-FOUND     TO TRUE
005542     ELSE
005543        SET AUD-NOT-FOUND TO TRUE
005544     END-IF.
005545     WRITE AUDIT-FILE-REC
005546     .
005547*
005548* FOLLOW THE OLD-TO-NEW LINKS FROM THE CUSTIDC ASKED FOR. IF
005549* THERE IS AT LEAST ONE, THE LAST SURVIVOR REACHED IS READ AND
005550* SHOWN IN PLACE OF THE CLOSED OR MISSING ROW.
005551 160-REDIRECT-MERGED-CUSTIDC.
005552     MOVE CIQ-CUSTIDC TO XRF-OLD-CUSTIDC.
005553     MOVE ZERO TO XREF-HOP-COUNT.
005554     MOVE 'N' TO XREF-CHAIN-END-SW.
005555     PERFORM 162-FOLLOW-ONE-XREF-LINK
005556       UNTIL XREF-CHAIN-END OR XREF-HOP-COUNT >= XREF-HOP-LIMIT.
005557     IF XREF-HOP-COUNT > ZERO
005558        MOVE 'Y' TO CUSTINFO-REDIRECTED-SW
005559        ADD 1 TO CT-INQUIRIES-REDIRECTED
005560        PERFORM 165-DISPLAY-REDIRECT-LINE
005561        MOVE XREF-SURVIVOR-CUSTIDC TO CUSTIDC
005562        MOVE 'Y' TO CUSTINFO-FOUND-SW
005563        MOVE 'N' TO CUSTINFO-CLOSED-SW
005564        PERFORM 120-GET-CUSTINFO-ROW
005565        PERFORM 152-WRITE-REDIRECT-AUDIT-LOG
005566     END-IF
005567     .
005568 162-FOLLOW-ONE-XREF-LINK.
005569     READ CUSTXREF-FILE
005570       INVALID KEY
005571         MOVE 'Y' TO XREF-CHAIN-END-SW
005572       NOT INVALID KEY
005573         ADD 1 TO XREF-HOP-COUNT
005574         MOVE XRF-NEW-CUSTIDC TO XREF-SURVIVOR-CUSTIDC
005575         MOVE XRF-NEW-CUSTIDC TO XRF-OLD-CUSTIDC
005576     END-READ
005577     .
005578 165-DISPLAY-REDIRECT-LINE.
005579     DISPLAY '-------------------------------------------'.
005580     DISPLAY '  CUSTINFO ID ' CIQ-CUSTIDC ' MERGED INTO '
005581             XREF-SURVIVOR-CUSTIDC.
005582     MOVE SPACES TO RPT-DETAIL-LINE
005583     STRING '  CUSTINFO ID ' CIQ-CUSTIDC ' MERGED INTO '
005584            XREF-SURVIVOR-CUSTIDC DELIMITED BY SIZE
005585            INTO RPT-DETAIL-LINE
005586     MOVE RPT-DETAIL-LINE TO CUSTRPT-REC
005587     WRITE CUSTRPT-REC
005588     .
005589 800-WRITE-CONTROL-TOTALS.
005590     MOVE SPACES TO CUSTRPT-REC.
005591     WRITE CUSTRPT-REC.
005592     MOVE CT-INQUIRIES-PROCESSED TO RPT-TOT-PROCESSED.
005593     MOVE CT-INQUIRIES-FOUND     TO RPT-TOT-FOUND.
005594     MOVE CT-INQUIRIES-NOT-FOUND TO RPT-TOT-NOT-FOUND.
005600     MOVE CT-INVALID-FORMAT      TO RPT-TOT-INVALID.
005610     MOVE CT-CLOSED-SUPPRESSED   TO RPT-TOT-CLOSED.
005615     MOVE CT-INQUIRIES-REDIRECTED TO RPT-TOT-REDIRECTED.
005620     MOVE RPT-TOTALS-LINE TO CUSTRPT-REC.
005630     WRITE CUSTRPT-REC.
005640     DISPLAY 'CUSTINFQ CONTROL TOTALS'.
005660     DISPLAY '  INQUIRIES FOUND     = ' CT-INQUIRIES-FOUND.
005670     DISPLAY '  INQUIRIES NOT FOUND = ' CT-INQUIRIES-NOT-FOUND.
005680     DISPLAY '  INVALID FORMAT      = ' CT-INVALID-FORMAT.
005686     DISPLAY '  CLOSED SUPPRESSED   = ' CT-CLOSED-SUPPRESSED.
005692     DISPLAY '  MERGE REDIRECTS     = ' CT-INQUIRIES-REDIRECTED
005700     .
005710 900-CLOSE-FILES.
005720     CLOSE CUSTID-FILE.
005750     CLOSE AUDIT-FILE.
005752     IF LOOKUP-VSAM
005754        CLOSE CUSTKSDS-FILE
005755     END-IF.
005756     IF XREF-AVAILABLE
005757        CLOSE CUSTXREF-FILE
005758     END-IF
005760     .
