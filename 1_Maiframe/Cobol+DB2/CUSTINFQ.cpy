000060* ----------  ----  --------------------------------------------
000070* 2026-08-09  RGM   ADD CUSTSTATUS, CUSTEMAIL AND CUSTCLOSEDT
000080*                   FOR THE CUSTOMER STATUS/CLOSED-ACCOUNT WORK.
000082* 2026-10-15  RGM   ADD CUSTCLOSERSN. BLANK ON AN ORDINARY
000084*                   CLOSURE; 'M' PLUS THE REVIEWED CLUSTER TYPE
000086*                   WHEN CUSTMRGE CLOSED THE ROW AS A MERGED-AWAY
000088*                   DUPLICATE.
000090*
000100 01  CUSTINFO-HOST-VARIABLES.
000110     05  CUSTIDC                     PIC X(14).
000200         88  CUSTSTATUS-CLOSED           VALUE 'C'.
000210     05  CUSTEMAIL                   PIC X(40).
000220     05  CUSTCLOSEDT                 PIC X(10).
000230     05  CUSTCLOSERSN                PIC X(02).
000240         88  CUSTCLOSERSN-MERGED         VALUE 'ME' 'MN' 'MR'.
