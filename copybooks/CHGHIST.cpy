000010*------------------------------------------------------------------*
000020* CHGHIST - LOST-BADGE BILLED-CHARGE HISTORY RECORD LAYOUT         *
000030* ONE RECORD PER CHARGE (C) OR CREDIT (R) LINE BDGCHRG SENDS TO    *
000040* ACCOUNTS PAYABLE, APPENDED TO THE PERMANENT CHGHIST DATASET IN   *
000050* THE BILLING MONTH (YYMM) IT WAS BILLED. A FOUND BADGE IS ONLY    *
000060* CREDITED AGAINST A CHARGE ON THIS FILE FOR THE SAME BADGE AND    *
000070* ISSUE DATE THAT NO EARLIER CREDIT HAS MET, AND THE CREDIT        *
000080* REVERSES THAT LINE'S COMPANY, HOST, VISITOR AND AMOUNT. LIKE     *
000090* CHGAPIF IT IS THE CHARGEBACK TRAIL AND IS NEVER PURGED. AMOUNTS  *
000100* CARRY A LEADING SEPARATE SIGN; A CREDIT IS NEGATIVE. SUPPLY THE  *
000110* 01 LEVEL AT THE COPY SITE.                                       *
000120*------------------------------------------------------------------*
000130 05 CH-BILLING-MONTH PIC 9(04).
000140 05 FILLER PIC X(01).
000150 05 CH-ENTRY-TYPE PIC X(01).
000160    88 CH-CHARGE VALUE 'C'.
000170    88 CH-CREDIT VALUE 'R'.
000180 05 FILLER PIC X(01).
000190 05 CH-BADGE-NO PIC 9(06).
000200 05 FILLER PIC X(01).
000210 05 CH-DATE-ISSUED PIC 9(06).
000220 05 FILLER PIC X(01).
000230 05 CH-EVENT-DATE PIC 9(06).
000240 05 FILLER PIC X(01).
000250 05 CH-COMPANY PIC X(20).
000260 05 FILLER PIC X(01).
000270 05 CH-HOST-ID PIC X(06).
000280 05 FILLER PIC X(01).
000290 05 CH-VISITOR-ID PIC 9(08).
000300 05 FILLER PIC X(01).
000310 05 CH-VISITOR-NAME PIC X(20).
000320 05 FILLER PIC X(01).
000330 05 CH-AMOUNT PIC S9(07)V99 SIGN LEADING SEPARATE.
