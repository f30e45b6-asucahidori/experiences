000360*                   MORE THAN DOUBLED OVERNIGHT IS FLAGGED -
000370*                   THE DIGEST NOW ANSWERS 'IS THIS NORMAL?'
000380*                   INSTEAD OF JUST 'WHAT HAPPENED?'.
000381* 2026-10-15  RGM   NEW SECTION 8 FOR THE EMPLOYEE JOURNAL. THE
000382*                   JOURNAL NOW TAKES THE ONLINE EMPIMSU CHANGES
000383*                   AS WELL AS EMPLOYEE'S BATCH ONES, SO THE
000384*                   DIGEST COUNTS THE ENTRIES ADDED SINCE THE
000385*                   LAST DIGEST (THE JOURNAL IS CUMULATIVE - THE
000386*                   HISTORY FILE NOW CARRIES ITS RECORD COUNT)
000387*                   SPLIT BY ISRT/REPL/DLET.
000388* 2026-10-15  RGM   THE BUSDATE DATE SERVICE NOW SAYS WHETHER
000389*                   TODAY IS A BUSINESS DAY. ON A WEEKEND OR
000390*                   BANK HOLIDAY THE DIGEST SAYS SO UNDER THE
000391*                   HEADING, AN EMPTY CUSTCLSD EXTRACT IS NOTED
000392*                   AS EXPECTED INSTEAD OF CALLED OUT, NO RISE
000393*                   IS FLAGGED, AND THE HISTORY FILE IS LEFT
000394*                   ALONE - SO THE NEXT BUSINESS DAY COMPARES
000395*                   AGAINST THE LAST BUSINESS DAY, NOT AGAINST
000396*                   AN EMPTY HOLIDAY. WHEN THE YESTERDAY COLUMN
000397*                   IS NOT THE PRIOR BUSINESS DAY'S DIGEST THE
000398*                   DIGEST SAYS WHOSE IT IS.
000399*
000400*----------------------------------------------
000410 ENVIRONMENT                     DIVISION.
000420*----------------------------------------------
000590         FILE STATUS IS CUSTDLT-FILE-STATUS.
000600     SELECT HIST-FILE            ASSIGN TO UT-S-OPSHIST
000610         FILE STATUS IS HIST-FILE-STATUS.
000612     SELECT JOURNAL-FILE         ASSIGN TO UT-S-JOURNL
000614         FILE STATUS IS JOURNAL-FILE-STATUS.
000620     SELECT OPSRPT-FILE          ASSIGN TO UT-S-OPSRPT.
000630 DATA                            DIVISION.
000640*----------------------------------------------
001210     BLOCK CONTAINS 0 RECORDS.
001220 01  CUSTDLT-REC                 PIC X(171).
001230*
001231* THE EMPLOYEE DATABASE JOURNAL - EMPLOYEE'S 800-JOURNAL-FILE
001232* LAYOUT, BATCH AND ONLINE CHANGES ALIKE, APPENDED TO NIGHTLY.
001233 FD  JOURNAL-FILE
001234     RECORDING MODE IS F
001235     LABEL RECORDS ARE STANDARD
001236     BLOCK CONTAINS 0 RECORDS.
001237 01  JOURNAL-FILE-REC.
001238     05  JRN-EMPLOYEE-NUM        PIC X(06).
001239     05  JRN-FUNCTION            PIC X(04).
001240     05  JRN-SEGMENT             PIC X(08).
001241     05  JRN-DATE                PIC X(08).
001242     05  JRN-TIME                PIC X(08).
001243     05  JRN-BEFORE-IMAGE        PIC X(40).
001244     05  JRN-AFTER-IMAGE         PIC X(40).
001245*
001246* YESTERDAY'S SECTION COUNTS IN, TODAY'S OUT - ONE RECORD.
001250 FD  HIST-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD
001350     05  HST-CLSDEXT             PIC 9(07).
001360     05  HST-TRNDALRT            PIC 9(07).
001370     05  HST-CUSTDLT             PIC 9(07).
001375     05  HST-JOURNAL             PIC 9(07).
001380     05  HST-JRN-TOTAL           PIC 9(07).
001385     05  FILLER                  PIC X(09).
001390*
001400* THE CONSOLIDATED DIGEST.
001410 FD  OPSRPT-FILE
001650        88 CUSTDLT-EOF                   VALUE 'Y'.
001652     05 CLSDEXT-MISSING-SW        PIC X   VALUE 'N'.
001654        88 CLSDEXT-MISSING               VALUE 'Y'.
001655     05 JOURNAL-EOF-SW           PIC X   VALUE 'N'.
001656        88 JOURNAL-EOF                   VALUE 'Y'.
001657     05 BUSINESS-DAY-SW          PIC X   VALUE 'Y'.
001658        88 RUN-ON-BUSINESS-DAY           VALUE 'Y'.
001659        88 RUN-ON-NON-BUSINESS-DAY       VALUE 'N'.
001660*
001670* A MISSING INPUT IS REPORTED, NOT ABENDED - ONE OF THE
001680* NIGHTLY JOBS NOT HAVING RUN IS ITSELF NEWS FOR THE MORNING
001750 01  TRNDALRT-FILE-STATUS        PIC X(02) VALUE SPACES.
001760 01  CUSTDLT-FILE-STATUS         PIC X(02) VALUE SPACES.
001770 01  HIST-FILE-STATUS            PIC X(02) VALUE SPACES.
001775 01  JOURNAL-FILE-STATUS         PIC X(02) VALUE SPACES.
001780*--------------------------------------------*
001790* CONTROL TOTALS                             *
001800*--------------------------------------------*
001870     05 CT-CLSDEXT-RECORDS       PIC S9(7) COMP VALUE ZERO.
001880     05 CT-TRNDALRT-RECORDS      PIC S9(7) COMP VALUE ZERO.
001890     05 CT-CUSTDLT-RECORDS       PIC S9(7) COMP VALUE ZERO.
001891     05 CT-JRN-READ              PIC S9(7) COMP VALUE ZERO.
001892     05 CT-JRN-NEW               PIC S9(7) COMP VALUE ZERO.
001893     05 CT-JRN-ISRT              PIC S9(7) COMP VALUE ZERO.
001894     05 CT-JRN-REPL              PIC S9(7) COMP VALUE ZERO.
001895     05 CT-JRN-DLET              PIC S9(7) COMP VALUE ZERO.
001900     05 CT-TOTAL-EXCEPTIONS      PIC S9(7) COMP VALUE ZERO.
001910*
001920* YESTERDAY'S COUNTS AS READ BACK FROM THE HISTORY FILE - ALL
001990     05 YDA-CLSDEXT              PIC 9(07) VALUE ZERO.
002000     05 YDA-TRNDALRT             PIC 9(07) VALUE ZERO.
002010     05 YDA-CUSTDLT              PIC 9(07) VALUE ZERO.
002011     05 YDA-JOURNAL              PIC 9(07) VALUE ZERO.
002012     05 YDA-JRN-TOTAL            PIC 9(07) VALUE ZERO.
002013*
002014* THE RUN DATE OF THE DIGEST THOSE COUNTS CAME FROM.
002015 01  YDA-DIGEST-DATE             PIC X(08) VALUE SPACES.
002020*
002030* SPIKE-CHECK WORK FIELDS - TODAY'S AND YESTERDAY'S COUNT FOR
002040* THE SECTION BEING CLOSED OUT.
002540*
002550 01  RUN-DATE-WS                 PIC X(08) VALUE SPACES.
002560*
002561 01  RPT-NON-BUSINESS-LINE.
002562     05  FILLER                  PIC X(20) VALUE
002563         'NOT A BUSINESS DAY  '.
002564     05  FILLER                  PIC X(01) VALUE SPACE.
002565     05  RPT-NB-REASON           PIC X(30).
002566     05  FILLER                  PIC X(29) VALUE
002567         ' - NO EXTRACTS EXPECTED'.
002568*
002569 01  RPT-YESTERDAY-DATE-LINE.
002570     05  FILLER                  PIC X(33) VALUE
002571         'YESTERDAY COLUMN IS THE DIGEST OF'.
002572     05  FILLER                  PIC X(01) VALUE SPACE.
002573     05  RPT-YDA-DATE            PIC X(08).
002574     05  FILLER                  PIC X(38) VALUE SPACES.
002575*
002576* THE SHARED BUSINESS DATE SERVICE'S PARAMETER BLOCK.
002577     COPY BUSDPARM.
002578*
002579 PROCEDURE                       DIVISION.
002580 000-CREATE-OPS-DIGEST.
002590     PERFORM 010-OPEN-FILES.
002600     PERFORM 100-DIGEST-AUDIT-FILE.
002640     PERFORM 500-DIGEST-CLSDEXT-FILE.
002650     PERFORM 600-DIGEST-TRNDALRT-FILE.
002660     PERFORM 700-DIGEST-CUSTDLT-FILE.
002665     PERFORM 750-DIGEST-JOURNAL-FILE.
002670     PERFORM 800-WRITE-DIGEST-TOTALS.
002680     PERFORM 830-WRITE-TODAYS-HISTORY.
002690     PERFORM 900-CLOSE-FILES.
002770     OPEN INPUT  CLSDEXT-FILE.
002780     OPEN INPUT  TRNDALRT-FILE.
002790     OPEN INPUT  CUSTDLT-FILE.
002795     OPEN INPUT  JOURNAL-FILE.
002800     OPEN OUTPUT OPSRPT-FILE.
002810     PERFORM 020-READ-YESTERDAYS-HISTORY.
002820     ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
002830     MOVE RUN-DATE-WS TO RPT-HEAD-DATE.
002840     MOVE RPT-HEADING-LINE TO OPSRPT-REC.
002845     WRITE OPSRPT-REC.
002850     PERFORM 030-CHECK-BUSINESS-DAY
002860     .
002870* NO HISTORY FILE OR AN EMPTY ONE JUST MEANS NO YESTERDAY
002880* COLUMN - EVERY COUNT COMPARES AGAINST ZERO AND NOTHING IS
003010           MOVE HST-CLSDEXT         TO YDA-CLSDEXT
003020           MOVE HST-TRNDALRT        TO YDA-TRNDALRT
003030           MOVE HST-CUSTDLT         TO YDA-CUSTDLT
003031           MOVE HST-DATE            TO YDA-DIGEST-DATE
003032        END-IF
003033        IF HST-JOURNAL NUMERIC AND HST-JRN-TOTAL NUMERIC
003034           MOVE HST-JOURNAL         TO YDA-JOURNAL
003035           MOVE HST-JRN-TOTAL       TO YDA-JRN-TOTAL
003040        END-IF
003050        CLOSE HIST-FILE
003051     END-IF
003052     .
003053* A WEEKEND OR BANK HOLIDAY IS SAID SO UNDER THE HEADING. ON A
003054* BUSINESS DAY THE YESTERDAY COLUMN SHOULD BE THE PRIOR
003055* BUSINESS DAY'S DIGEST; IF IT IS NOT (A MISSED RUN, A FIRST
003056* RUN) THE DIGEST SAYS WHOSE FIGURES THEY ARE. A DATE SERVICE
003057* FAILURE IS REPORTED, NOT ABENDED - THE DIGEST STILL RUNS AS
003058* ON A BUSINESS DAY.
003059 030-CHECK-BUSINESS-DAY.
003060     SET BDS-IS-BUSINESS-DAY-REQ TO TRUE.
003061     MOVE SPACES TO BDS-DATE.
003062     CALL 'BUSDATE' USING BUSDATE-PARMS.
003063     EVALUATE TRUE
003064       WHEN BDS-RETURN-CODE > 8
003065         DISPLAY 'OPSDIGST: BUSDATE FAILED, RETURN CODE= '
003066                 BDS-RETURN-CODE
003067       WHEN BDS-NOT-BUSINESS-DAY
003068         SET RUN-ON-NON-BUSINESS-DAY TO TRUE
003069         IF BDS-HOLIDAY
003070            MOVE BDS-HOLIDAY-NAME TO RPT-NB-REASON
003071         ELSE
003072            MOVE 'WEEKEND' TO RPT-NB-REASON
003073         END-IF
003074         MOVE RPT-NON-BUSINESS-LINE TO OPSRPT-REC
003075         WRITE OPSRPT-REC
003076       WHEN OTHER
003077         PERFORM 035-CHECK-YESTERDAY-DATE
003078     END-EVALUATE.
003079     IF BDS-RETURN-CODE = 4 OR BDS-RETURN-CODE = 8
003080        DISPLAY 'OPSDIGST: WARNING - TODAY NOT ON THE BUSINESS '
003081                'CALENDAR, MONDAY-FRIDAY ASSUMED'
003082     END-IF
003083     .
003084 035-CHECK-YESTERDAY-DATE.
003085     SET BDS-PRIOR-BUSINESS-DAY-REQ TO TRUE.
003086     MOVE SPACES TO BDS-DATE.
003087     CALL 'BUSDATE' USING BUSDATE-PARMS.
003088     IF BDS-RETURN-CODE NOT > 8 AND
003089        YDA-DIGEST-DATE NOT = SPACES AND
003090        YDA-DIGEST-DATE NOT = BDS-RESULT-YMD
003091        MOVE YDA-DIGEST-DATE TO RPT-YDA-DATE
003092        MOVE RPT-YESTERDAY-DATE-LINE TO OPSRPT-REC
003093        WRITE OPSRPT-REC
003094     END-IF
003095     .
003096*------------------------------------------------------------
003097*** SECTION 1 - CUSTINFQ INQUIRY AUDIT TRAIL
003100*------------------------------------------------------------
003110 100-DIGEST-AUDIT-FILE.
003120     PERFORM 850-WRITE-BLANK-LINE.
004910     WRITE OPSRPT-REC.
004920     IF NOT CLSDEXT-MISSING AND
004930        CT-CLSDEXT-RECORDS = ZERO
004932        IF RUN-ON-NON-BUSINESS-DAY
004934           MOVE 'NO EXTRACT EXPECTED - NOT A BUSINESS DAY'
004936                TO OPSRPT-REC
004938        ELSE
004940           MOVE '*** EXTRACTED ZERO ACCOUNTS - CHECK CUSTCLSD ***'
004942                TO OPSRPT-REC
004944        END-IF
004960        WRITE OPSRPT-REC
004970     END-IF.
004980     MOVE CT-CLSDEXT-RECORDS TO CMP-TODAY.
005810     PERFORM 710-READ-CUSTDLT-FILE
005820     .
005830*------------------------------------------------------------
005831*** SECTION 8 - EMPLOYEE DATABASE JOURNAL (ENTRIES ADDED SINCE
005832*** THE LAST DIGEST - THE FILE ITSELF ONLY EVER GROWS)
005833*------------------------------------------------------------
005834 750-DIGEST-JOURNAL-FILE.
005835     PERFORM 850-WRITE-BLANK-LINE.
005836     MOVE 'EMPLOYEE DATABASE JOURNAL' TO RPT-SECTION-TITLE.
005837     MOVE RPT-SECTION-LINE TO OPSRPT-REC.
005838     WRITE OPSRPT-REC.
005839     IF JOURNAL-FILE-STATUS NOT = '00'
005840        MOVE 'EMPLOYEE JOURNAL NOT AVAILABLE THIS RUN' TO
005841             OPSRPT-REC
005842        WRITE OPSRPT-REC
005843        MOVE 'Y' TO JOURNAL-EOF-SW
005844     ELSE
005845        PERFORM 760-READ-JOURNAL-FILE
005846     END-IF.
005847     PERFORM 770-COUNT-ONE-JOURNAL-REC
005848       UNTIL JOURNAL-EOF.
005849* A JOURNAL SHORTER THAN LAST NIGHT'S HAS BEEN ARCHIVED AND
005850* RESTARTED - EVERY ENTRY ON IT IS NEW. SHORTER ONLY BECAUSE
005851* IT WAS NOT THERE THIS RUN IS NOT A RESTART, SO THE COUNT
005852* ON THE HISTORY FILE IS KEPT.
005853     IF JOURNAL-FILE-STATUS = '00' AND
005854        CT-JRN-READ < YDA-JRN-TOTAL
005855        MOVE ZERO TO CT-JRN-NEW CT-JRN-ISRT CT-JRN-REPL
005856                     CT-JRN-DLET
005857        MOVE ZERO TO YDA-JRN-TOTAL
005858        PERFORM 780-RECOUNT-RESTARTED-JOURNAL
005859     END-IF.
005860     IF JOURNAL-FILE-STATUS NOT = '00'
005861        MOVE YDA-JRN-TOTAL TO CT-JRN-READ
005862     END-IF.
005863     MOVE 'ENTRIES ADDED       =' TO RPT-SEC-TOT-LABEL.
005864     MOVE CT-JRN-NEW              TO RPT-SEC-TOT-COUNT.
005865     MOVE RPT-SECTION-TOTAL-LINE  TO OPSRPT-REC.
005866     WRITE OPSRPT-REC.
005867     MOVE '  INSERTS (ISRT)    =' TO RPT-SEC-TOT-LABEL.
005868     MOVE CT-JRN-ISRT             TO RPT-SEC-TOT-COUNT.
005869     MOVE RPT-SECTION-TOTAL-LINE  TO OPSRPT-REC.
005870     WRITE OPSRPT-REC.
005871     MOVE '  CHANGES (REPL)    =' TO RPT-SEC-TOT-LABEL.
005872     MOVE CT-JRN-REPL             TO RPT-SEC-TOT-COUNT.
005873     MOVE RPT-SECTION-TOTAL-LINE  TO OPSRPT-REC.
005874     WRITE OPSRPT-REC.
005875     MOVE '  DELETES (DLET)    =' TO RPT-SEC-TOT-LABEL.
005876     MOVE CT-JRN-DLET             TO RPT-SEC-TOT-COUNT.
005877     MOVE RPT-SECTION-TOTAL-LINE  TO OPSRPT-REC.
005878     WRITE OPSRPT-REC.
005879     MOVE CT-JRN-NEW  TO CMP-TODAY.
005880     MOVE YDA-JOURNAL TO CMP-YESTERDAY.
005881     PERFORM 860-WRITE-COMPARE-LINE
005882     .
005883 760-READ-JOURNAL-FILE.
005884     READ JOURNAL-FILE
005885       AT END MOVE 'Y' TO JOURNAL-EOF-SW
005886     END-READ
005887     .
005888* THE FIRST YDA-JRN-TOTAL ENTRIES WERE DIGESTED LAST NIGHT.
005889 770-COUNT-ONE-JOURNAL-REC.
005890     ADD 1 TO CT-JRN-READ.
005891     IF CT-JRN-READ > YDA-JRN-TOTAL
005892        PERFORM 775-COUNT-NEW-JOURNAL-ENTRY
005893     END-IF.
005894     PERFORM 760-READ-JOURNAL-FILE
005895     .
005896 775-COUNT-NEW-JOURNAL-ENTRY.
005897     ADD 1 TO CT-JRN-NEW.
005898     EVALUATE JRN-FUNCTION
005899       WHEN 'ISRT'
005900         ADD 1 TO CT-JRN-ISRT
005901       WHEN 'REPL'
005902         ADD 1 TO CT-JRN-REPL
005903       WHEN 'DLET'
005904         ADD 1 TO CT-JRN-DLET
005905       WHEN OTHER
005906         CONTINUE
005907     END-EVALUATE
005908     .
005909 780-RECOUNT-RESTARTED-JOURNAL.
005910     CLOSE JOURNAL-FILE.
005911     OPEN INPUT JOURNAL-FILE.
005912     MOVE 'N'  TO JOURNAL-EOF-SW.
005913     MOVE ZERO TO CT-JRN-READ.
005914     PERFORM 760-READ-JOURNAL-FILE.
005915     PERFORM 770-COUNT-ONE-JOURNAL-REC
005916       UNTIL JOURNAL-EOF
005917     .
005918*------------------------------------------------------------
005919*** DIGEST TRAILER
005920*------------------------------------------------------------
005921 800-WRITE-DIGEST-TOTALS.
005922     PERFORM 850-WRITE-BLANK-LINE.
005923     COMPUTE CT-TOTAL-EXCEPTIONS =
005924             CT-AUDIT-NOT-FOUND + CT-REJECTS-READ +
005925             CT-RECON-EXCEPTIONS + CT-TRNDALRT-RECORDS.
005926     MOVE CT-TOTAL-EXCEPTIONS TO RPT-TOT-EXCEPTIONS.
005927     MOVE RPT-TOTALS-LINE TO OPSRPT-REC.
005930     WRITE OPSRPT-REC.
005940     DISPLAY 'OPSDIGST CONTROL TOTALS'.
005950     DISPLAY '  INQUIRIES AUDITED   = ' CT-AUDIT-READ.
006000     DISPLAY '  ACCOUNTS EXTRACTED  = ' CT-CLSDEXT-RECORDS.
006010     DISPLAY '  THRESHOLD ALERTS    = ' CT-TRNDALRT-RECORDS.
006020     DISPLAY '  CRM DELTA RECORDS   = ' CT-CUSTDLT-RECORDS.
006025     DISPLAY '  JOURNAL ENTRIES ADDED = ' CT-JRN-NEW.
006030     DISPLAY '  TOTAL EXCEPTIONS    = ' CT-TOTAL-EXCEPTIONS
006040     .
006042* TODAY'S COUNTS BECOME TOMORROW'S YESTERDAY COLUMN - BUT ONLY
006044* ON A BUSINESS DAY. A WEEKEND OR HOLIDAY DIGEST LEAVES THE
006046* LAST BUSINESS DAY'S HISTORY IN PLACE (ITS JOURNAL TOTAL TOO,
006048* SO THE NEXT DIGEST COUNTS THE HOLIDAY'S JOURNAL ENTRIES).
006060 830-WRITE-TODAYS-HISTORY.
006061     IF RUN-ON-NON-BUSINESS-DAY
006062        DISPLAY 'OPSDIGST: NOT A BUSINESS DAY, HISTORY OF '
006063                YDA-DIGEST-DATE ' KEPT'
006064     ELSE
006065        PERFORM 835-REWRITE-HISTORY
006066     END-IF
006067     .
006068 835-REWRITE-HISTORY.
006070     OPEN OUTPUT HIST-FILE.
006080     IF HIST-FILE-STATUS = '00'
006090        MOVE SPACES TO HIST-FILE-REC
006150        MOVE CT-CLSDEXT-RECORDS TO HST-CLSDEXT
006160        MOVE CT-TRNDALRT-RECORDS TO HST-TRNDALRT
006170        MOVE CT-CUSTDLT-RECORDS TO HST-CUSTDLT
006172        MOVE CT-JRN-NEW         TO HST-JOURNAL
006174        MOVE CT-JRN-READ        TO HST-JRN-TOTAL
006180        WRITE HIST-FILE-REC
006190        CLOSE HIST-FILE
006200     ELSE
006310 860-WRITE-COMPARE-LINE.
006320     MOVE CMP-TODAY     TO RPT-CMP-TODAY.
006330     MOVE CMP-YESTERDAY TO RPT-CMP-YESTERDAY.
006335     IF RUN-ON-BUSINESS-DAY AND
006340        CMP-YESTERDAY > ZERO AND
006350        CMP-TODAY > CMP-YESTERDAY + CMP-YESTERDAY
006360        MOVE '*** SHARP RISE OVER YESTERDAY ***' TO
006370             RPT-CMP-FLAG
006490     CLOSE CLSDEXT-FILE.
006500     CLOSE TRNDALRT-FILE.
006510     CLOSE CUSTDLT-FILE.
006515     CLOSE JOURNAL-FILE.
006520     CLOSE OPSRPT-FILE
006530     .
