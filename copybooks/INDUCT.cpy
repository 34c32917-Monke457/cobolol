000010*------------------------------------------------------------------*
000020* INDUCT - SAFETY INDUCTION / NDA RECORD LAYOUT                    *
000030* ONE RECORD PER VISITOR PER ITEM, KEYED ON THE PERMANENT VISITOR  *
000040* ID AND THE ITEM TYPE (S = SAFETY INDUCTION, N = SIGNED NDA),     *
000050* WITH THE DATE IT WAS COMPLETED AND THE LAST DAY IT IS GOOD FOR   *
000060* (YYMMDD; ZERO MEANS IT DOES NOT LAPSE). MAINTAINED BY INDMNT.    *
000070* HELLO HOLDS A VISITOR AT A DESK THAT REQUIRES AN ITEM WHEN THE   *
000080* RECORD IS MISSING OR LAPSED; INDRPT LISTS THOSE ABOUT TO LAPSE.  *
000090* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000100*------------------------------------------------------------------*
000110 05 IN-KEY.
000120     10 IN-VISITOR-ID PIC 9(08).
000130     10 IN-TYPE PIC X(01).
000140        88 IN-SAFETY-INDUCTION VALUE 'S'.
000150        88 IN-NDA VALUE 'N'.
000160 05 FILLER PIC X(01).
000170 05 IN-COMPLETED-DATE PIC 9(06).
000180 05 FILLER PIC X(01).
000190 05 IN-EXPIRY-DATE PIC 9(06).
