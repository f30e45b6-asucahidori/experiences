000300*                   PER FINDING IN EMPLOYEE'S INPUT LAYOUT,
000310*                   THE WAY EMPRECON'S CORRECTION FEED DOES,
000320*                   SO BENEFITS CAN ACT WITHOUT REKEYING.
000322* 2026-10-15  RGM   DELETE FEED RECORD GROWS FROM 108 TO 135
000324*                   BYTES WITH EMPLOYEE'S INPUT LAYOUT (NEW
000326*                   ASSIGNMENT FIELDS, LEFT BLANK HERE).
000330*
000340*----------------------------------------------
000350 ENVIRONMENT                     DIVISION.
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     BLOCK CONTAINS 0 RECORDS.
000620 01  AGEFEED-REC                 PIC X(135).
000630*
000640 WORKING-STORAGE                 SECTION.
000650*------------------------------------------------------------
001460    05 AGF-DEPN-RELATION        PIC X(01)  VALUE SPACES.
001470    05 AGF-DEPN-SSN             PIC X(09)  VALUE SPACES.
001480    05 AGF-DEPN-BIRTHDT         PIC X(08)  VALUE SPACES.
001482    05 AGF-ASGN-FUNCTION        PIC X(08)  VALUE SPACES.
001484    05 AGF-ASGN-EFF-DATE        PIC X(08)  VALUE SPACES.
001486    05 AGF-ASGN-DEPT            PIC X(03)  VALUE SPACES.
001488    05 AGF-ASGN-JOB             PIC X(08)  VALUE SPACES.
001490*
001500 01 RPT-DETAIL-LINE.
001510    05  RPT-EMPNO              PIC X(06).
