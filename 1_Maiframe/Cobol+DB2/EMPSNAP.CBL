000330*                   EMPLOYEES, WHICH AUDIT ALSO WANTS TO SEE.
000340*                   THE JCL ROLLS TONIGHT'S SNAPSHOT FORWARD
000350*                   AS TOMORROW'S PRIOR.
000352* 2026-10-15  RGM   SALAUTH NOW READS BOTH SNAPSHOTS TO MATCH
000354*                   CHANGES AGAINST HR'S APPROVALS - NOTED ON
000356*                   THE SNAPSHOT IMAGE. NO LOGIC CHANGE.
000360*
000370*----------------------------------------------
000380 ENVIRONMENT                     DIVISION.
000980     05 CT-UNCHANGED             PIC S9(7) COMP VALUE ZERO.
000990*
001000* TONIGHT'S SNAPSHOT RECORD, BUILT FROM THE CURSOR FETCH.
001005* MUST STAY IN STEP WITH SALAUTH'S SNAPSHOT IMAGES.
001010 01  CUR-SNAPSHOT-IMAGE.
001020     05  CUR-EMPNO               PIC X(06).
001030     05  CUR-SALARY              PIC S9(7)V99.
