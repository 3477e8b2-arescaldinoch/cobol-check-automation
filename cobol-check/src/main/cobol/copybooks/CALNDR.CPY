000010******************************************************************
000020* COPYBOOK CALNDR
000030*
000040* SHARED LAYOUT OF ONE BUSINESS-DAY CALENDAR RECORD. THE
000050* CALENDAR HOLDS ONE 'C' CONTROL RECORD AND ONE 'H' RECORD PER
000060* HOLIDAY, IN ANY ORDER. ALPHACAL IS THE ONLY PROGRAM THAT
000070* READS IT - EVERY OTHER PROGRAM ASKS ALPHACAL - AND THE
000080* CALLING PROGRAM SUPPLIES THE FIELD PREFIX VIA COPY ...
000090* REPLACING SO THE LAYOUT IS KEPT IN ONE PLACE.
000100*
000110*     CONTROL RECORD ('C'):
000120*     WEEK       ONE BYTE PER WEEKDAY, MONDAY FIRST, 'Y' WHEN
000130*                THE DAY IS A BUSINESS DAY - 'YYYYYNN' IS THE
000140*                ORDINARY MONDAY-TO-FRIDAY WEEK.
000150*     EFF-RULE   WHAT ALPHA DOES WITH A FUTURE EFFECTIVE DATE
000160*                THAT IS NOT A BUSINESS DAY - 'R' ROLLS IT TO
000170*                THE NEXT BUSINESS DAY, 'J' REJECTS THE DETAIL.
000180*     THRU-DATE  THE LAST DATE THE HOLIDAYS HAVE BEEN LOADED
000190*                FOR. A BUSINESS DATE PAST IT IS REFUSED UNTIL
000200*                THE NEXT YEAR'S HOLIDAYS ARE ADDED.
000210*
000220*     HOLIDAY RECORD ('H'):
000230*     HOL-DATE   THE HOLIDAY (YYYYMMDD) - NOT A BUSINESS DAY
000240*                WHATEVER THE WEEKDAY.
000250*     HOL-NAME   WHAT THE HOLIDAY IS, FOR THE PEOPLE WHO KEEP
000260*                THE CALENDAR.
000270*
000280* MODIFICATION HISTORY.
000290*   10/15/2026  DC    ORIGINAL COPYBOOK.
000300******************************************************************
000310     05  :PFX:-TYPE           PIC X(01).
000320         88  :PFX:-CONTROL                VALUE 'C'.
000330         88  :PFX:-HOLIDAY                VALUE 'H'.
000340     05  :PFX:-DATA           PIC X(39).
000350     05  :PFX:-CTL-DATA REDEFINES :PFX:-DATA.
000360         10  :PFX:-WEEK       PIC X(07).
000370         10  :PFX:-EFF-RULE   PIC X(01).
000380             88  :PFX:-EFF-ROLL           VALUE 'R'.
000390             88  :PFX:-EFF-REJECT         VALUE 'J'.
000400         10  :PFX:-THRU-DATE  PIC 9(08).
000410         10  FILLER           PIC X(23).
000420     05  :PFX:-HOL-DATA REDEFINES :PFX:-DATA.
000430         10  :PFX:-HOL-DATE   PIC 9(08).
000440         10  :PFX:-HOL-NAME   PIC X(30).
000450         10  FILLER           PIC X(01).
