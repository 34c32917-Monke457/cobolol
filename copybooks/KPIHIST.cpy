000010*------------------------------------------------------------------*
000020* KPIHIST - DAILY FRONT-OFFICE KPI HISTORY RECORD LAYOUT           *
000030* ONE PIPE-DELIMITED ROW PER DESK PER BUSINESS DATE FOR THE        *
000040* FACILITIES BI LOAD, PLUS ONE DAY-TOTAL ROW (DESK **) THAT ALSO   *
000050* CARRIES THE FIGURES NO SINGLE DESK OWNS: REGISTRANT NO-SHOWS,    *
000060* BADGES AGED TO LOST, AND DEPARTURES OF VISITORS WHO ARRIVED ON   *
000070* AN EARLIER DAY. ARRIVALS ARE BADGED CHECK-INS (ONE PER BADGE,    *
000080* PARTY MEMBERS INCLUDED); PRE-REGISTERED AND WALK-IN SPLIT THE    *
000090* CHECK-INS THE WAY HELLO DOES, A PARTY COUNTING ONCE. BADGES      *
000100* ISSUED AND RETURNED LEAVE OUT STANDING CONTPASS BADGES.          *
000110* DURATIONS ARE IN MINUTES. THE BALANCE RESULT IS CNTLBAL'S        *
000120* VERDICT FOR THE DAY: B = BALANCED, O = OUT OF BALANCE, U =       *
000130* BALRPT NOT AVAILABLE FOR THE DAY. WRITTEN BY KPIDAY, WHICH       *
000140* REPLACES A DATE'S ROWS ON A RERUN. COPY INTO WORKING-STORAGE SO  *
000150* THE DELIMITERS TAKE THEIR VALUES; SUPPLY THE 01 LEVEL AT THE     *
000160* COPY SITE.                                                       *
000170*------------------------------------------------------------------*
000180 05 KH-BUSINESS-DATE PIC 9(06).
000190 05 FILLER PIC X(01) VALUE '|'.
000200 05 KH-DESK-ID PIC X(02).
000210    88 KH-DAY-TOTAL VALUE '**'.
000220 05 FILLER PIC X(01) VALUE '|'.
000230 05 KH-ARRIVALS PIC 9(05).
000240 05 FILLER PIC X(01) VALUE '|'.
000250 05 KH-DENIALS PIC 9(05).
000260 05 FILLER PIC X(01) VALUE '|'.
000270 05 KH-DUPLICATES PIC 9(05).
000280 05 FILLER PIC X(01) VALUE '|'.
000290 05 KH-GROUP-PARTIES PIC 9(05).
000300 05 FILLER PIC X(01) VALUE '|'.
000310 05 KH-PRE-REGISTERED PIC 9(05).
000320 05 FILLER PIC X(01) VALUE '|'.
000330 05 KH-WALK-INS PIC 9(05).
000340 05 FILLER PIC X(01) VALUE '|'.
000350 05 KH-NO-SHOWS PIC 9(05).
000360 05 FILLER PIC X(01) VALUE '|'.
000370 05 KH-AVG-VISIT-MINS PIC 9(05).
000380 05 FILLER PIC X(01) VALUE '|'.
000390 05 KH-MAX-VISIT-MINS PIC 9(05).
000400 05 FILLER PIC X(01) VALUE '|'.
000410 05 KH-BADGES-ISSUED PIC 9(05).
000420 05 FILLER PIC X(01) VALUE '|'.
000430 05 KH-BADGES-RETURNED PIC 9(05).
000440 05 FILLER PIC X(01) VALUE '|'.
000450 05 KH-BADGES-LOST PIC 9(05).
000460 05 FILLER PIC X(01) VALUE '|'.
000470 05 KH-FALLBACK-ISSUED PIC 9(05).
000480 05 FILLER PIC X(01) VALUE '|'.
000490 05 KH-UNKNOWN-HOST PIC 9(05).
000500 05 FILLER PIC X(01) VALUE '|'.
000510 05 KH-BALANCE-RESULT PIC X(01).
000520    88 KH-BALANCED VALUE 'B'.
000530    88 KH-OUT-OF-BALANCE VALUE 'O'.
000540    88 KH-BALANCE-UNKNOWN VALUE 'U'.
