000270*                   NOTHING BUT REVIEWABLE CLUSTERS. CONTROL
000280*                   TOTALS AT THE BOTTOM, LIKE CUSTINFQ'S
000290*                   800-WRITE-CONTROL-TOTALS.
000292* 2026-10-15  RGM   SKIP ROWS CUSTMRGE HAS ALREADY CLOSED AS
000294*                   MERGED-AWAY DUPLICATES (CUSTCLOSERSN 'M.'),
000296*                   SO A MERGED CLUSTER DROPS OFF THE REPORT.
000300*
000310*----------------------------------------------
000320 ENVIRONMENT                     DIVISION.
001390         SELECT CUSTEMAIL, CUSTIDC, CUSTNAME, CUSTCITY
001400           FROM P390.CUSTINFO
001410          WHERE CUSTEMAIL <> ' '
001415            AND CUSTCLOSERSN NOT LIKE 'M%'
001420         ORDER BY CUSTEMAIL, CUSTIDC
001430     END-EXEC.
001440*--------------------------------------------*
001480       DECLARE NAMEZIP-CUR CURSOR FOR
001490         SELECT CUSTNAME, ZIPCODE, CUSTIDC, CUSTCITY
001500           FROM P390.CUSTINFO
001505          WHERE CUSTCLOSERSN NOT LIKE 'M%'
001510         ORDER BY CUSTNAME, ZIPCODE, CUSTIDC
001520     END-EXEC.
001530*
