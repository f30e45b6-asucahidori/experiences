000010*****************************************************************
000020*  BUSCAL  -  BUSINESS CALENDAR RECORD - ONE PER CALENDAR DAY   *
000030*****************************************************************
000040*
000050* MODIFICATION HISTORY
000060* ----------  ----  --------------------------------------------
000070* 2026-10-15  RGM   NEW COPYBOOK. THE BUSCAL CALENDAR FILE CARRIES
000080*                   EVERY DAY OF EVERY YEAR LOADED, IN DATE ORDER,
000090*                   MARKED BUSINESS DAY, WEEKEND OR HOLIDAY.
000100*                   BUILT BY BUSCALLD, READ BY THE BUSDATE DATE
000110*                   SERVICE.
000120*
000130 01  BUSCAL-REC.
000140     05  CAL-DATE                    PIC X(10).
000150     05  CAL-DATE-PARTS              REDEFINES CAL-DATE.
000160         10  CAL-YYYY                PIC 9(04).
000170         10  FILLER                  PIC X(01).
000180         10  CAL-MM                  PIC 9(02).
000190         10  FILLER                  PIC X(01).
000200         10  CAL-DD                  PIC 9(02).
000210     05  CAL-DAY-TYPE                PIC X(01).
000220         88  CAL-BUSINESS-DAY            VALUE 'B'.
000230         88  CAL-WEEKEND                 VALUE 'W'.
000240         88  CAL-HOLIDAY                 VALUE 'H'.
000250* 1 = MONDAY THROUGH 7 = SUNDAY.
000260     05  CAL-WEEKDAY                 PIC 9(01).
000270     05  CAL-HOLIDAY-NAME            PIC X(30).
000280     05  CAL-LOADED-ON               PIC X(08).
000290     05  FILLER                      PIC X(30).
