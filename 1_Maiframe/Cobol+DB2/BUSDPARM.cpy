000010*****************************************************************
000020*  BUSDPARM  -  PARAMETER BLOCK FOR CALL 'BUSDATE'              *
000030*****************************************************************
000040*
000050* MODIFICATION HISTORY
000060* ----------  ----  --------------------------------------------
000070* 2026-10-15  RGM   NEW COPYBOOK. THE ONE DATE SERVICE THE BATCH
000080*                   STREAM ASKS FOR 'IS THIS A BUSINESS DAY' AND
000090*                   'WHAT WAS THE PRIOR BUSINESS DAY', ANSWERED
000100*                   OFF THE BUSCAL CALENDAR.
000110*
000120* SET BDS-FUNCTION AND BDS-DATE (ISO YYYY-MM-DD, OR SPACES FOR
000130* TODAY), THEN CALL 'BUSDATE' USING BUSDATE-PARMS.
000140*   'IB' - BDS-RESULT-DATE IS BDS-DATE ITSELF, AND THE SWITCH,
000150*          DAY TYPE AND HOLIDAY NAME DESCRIBE IT.
000160*   'PB' - BDS-RESULT-DATE IS THE LAST BUSINESS DAY BEFORE
000170*          BDS-DATE; THE DAY TYPE AND NAME DESCRIBE BDS-DATE.
000180* RETURN CODE 4 OR 8 STILL ANSWERS - A DATE NOT ON THE CALENDAR
000190* (OR NO CALENDAR AT ALL) FALLS BACK TO MONDAY-FRIDAY - BUT
000200* THE CALLER SHOULD SAY SO ON ITS LOG.
000210 01  BUSDATE-PARMS.
000220     05  BDS-FUNCTION                PIC X(02).
000230         88  BDS-IS-BUSINESS-DAY-REQ     VALUE 'IB'.
000240         88  BDS-PRIOR-BUSINESS-DAY-REQ  VALUE 'PB'.
000250     05  BDS-DATE                    PIC X(10).
000260     05  BDS-RESULT-DATE             PIC X(10).
000270     05  BDS-RESULT-YMD              PIC X(08).
000280     05  BDS-BUSINESS-DAY-SW         PIC X(01).
000290         88  BDS-BUSINESS-DAY            VALUE 'Y'.
000300         88  BDS-NOT-BUSINESS-DAY        VALUE 'N'.
000310     05  BDS-DAY-TYPE                PIC X(01).
000320         88  BDS-WEEKEND                 VALUE 'W'.
000330         88  BDS-HOLIDAY                 VALUE 'H'.
000340     05  BDS-HOLIDAY-NAME            PIC X(30).
000350     05  BDS-RETURN-CODE             PIC 9(02).
000360         88  BDS-OK                      VALUE 00.
000370         88  BDS-NOT-ON-CALENDAR         VALUE 04.
000380         88  BDS-NO-CALENDAR             VALUE 08.
000390         88  BDS-DATE-INVALID            VALUE 12.
000400         88  BDS-FUNCTION-INVALID        VALUE 16.
