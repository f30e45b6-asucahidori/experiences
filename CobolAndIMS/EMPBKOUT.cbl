000290*                   FIRST SO THEY REPLAY CLEANLY. A REPORT OF
000300*                   WHAT WAS GENERATED AND WHAT COULD NOT BE
000310*                   REVERSED COMES OUT ALONGSIDE.
000312* 2026-10-15  RGM   REVERSE ASSIGNMENT SEGMENT (ASGNSEG) ENTRIES
000314*                   THE SAME WAY AS DEPENDENTS. THE BACKOUT
000316*                   RECORD GROWS FROM 108 TO 135 BYTES WITH
000318*                   EMPLOYEE'S INPUT LAYOUT.
000320*
000330 ENVIRONMENT                     DIVISION.
000340 INPUT-OUTPUT                    SECTION.
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820*
000830 01 300-BACKOUT-FILE-REC         PIC X(135).
000840*
000850* REPORT OF WHAT WAS GENERATED AND WHAT COULD NOT BE REVERSED.
000860 FD  750-REPORT-FILE
001420          15 650-BEF-DEPN-SSN      PIC X(09).
001430          15 650-BEF-DEPN-BIRTHDT  PIC X(08).
001440          15 FILLER                PIC X(10).
001442       10 650-BEF-ASGN REDEFINES 650-BEF-ROOT.
001444          15 650-BEF-ASGN-EFF-DATE PIC X(08).
001446          15 650-BEF-ASGN-DEPT     PIC X(03).
001448          15 650-BEF-ASGN-JOB      PIC X(08).
001449          15 FILLER                PIC X(21).
001450    05 650-AFTER-IMAGE.
001460       10 650-AFT-ROOT.
001470          15 650-AFT-EMPLOYEE-NUM  PIC X(06).
001520       10 650-AFT-DEPN REDEFINES 650-AFT-ROOT.
001530          15 650-AFT-DEPN-CODE     PIC X(02).
001540          15 FILLER                PIC X(38).
001542       10 650-AFT-ASGN REDEFINES 650-AFT-ROOT.
001544          15 650-AFT-ASGN-EFF-DATE PIC X(08).
001546          15 FILLER                PIC X(32).
001550*
001560* REVERSING TRANSACTION BUILD AREA - MUST STAY IN STEP WITH
001570* EMPLOYEE'S 400-INPUT-FILE-AREA LAYOUT.
001730    05 400-DEPN-RELATION        PIC X(01)  VALUE SPACES.
001740    05 400-DEPN-SSN             PIC X(09)  VALUE SPACES.
001750    05 400-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
001752    05 400-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
001754    05 400-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
001756    05 400-ASGN-DEPT            PIC X(03)  VALUE SPACES.
001758    05 400-ASGN-JOB             PIC X(08)  VALUE SPACES.
001760*
001770 01 750-DETAIL-LINE.
001780    05 750-RPT-EMPNO            PIC X(06)  VALUE SPACES.
003340         MOVE 650-BEF-DEPN-SSN      TO 400-DEPN-SSN
003350         MOVE 650-BEF-DEPN-BIRTHDT  TO 400-DEPN-BIRTHDT
003360         PERFORM D100-WRITE-REVERSAL
003361       WHEN 'ASGNSEG' ALSO 'ISRT'
003362         MOVE 'DELETE' TO 400-ASGN-FUNCTION
003363         MOVE 650-AFT-ASGN-EFF-DATE TO 400-ASGN-EFF-DATE
003364         PERFORM D100-WRITE-REVERSAL
003365       WHEN 'ASGNSEG' ALSO 'REPL'
003366         MOVE 'UPDATE' TO 400-ASGN-FUNCTION
003367         MOVE 650-BEF-ASGN-EFF-DATE TO 400-ASGN-EFF-DATE
003368         MOVE 650-BEF-ASGN-DEPT     TO 400-ASGN-DEPT
003369         MOVE 650-BEF-ASGN-JOB      TO 400-ASGN-JOB
003370         PERFORM D100-WRITE-REVERSAL
003371       WHEN 'ASGNSEG' ALSO 'DLET'
003372         MOVE 'INSERT' TO 400-ASGN-FUNCTION
003373         MOVE 650-BEF-ASGN-EFF-DATE TO 400-ASGN-EFF-DATE
003374         MOVE 650-BEF-ASGN-DEPT     TO 400-ASGN-DEPT
003375         MOVE 650-BEF-ASGN-JOB      TO 400-ASGN-JOB
003376         PERFORM D100-WRITE-REVERSAL
003377       WHEN OTHER
003380         PERFORM D200-WRITE-NOT-REVERSIBLE
003390     END-EVALUATE.
003400     SUBTRACT 1 FROM 600-ENTRY-SUB.
