000010*------------------------------------------------------------------*
000020* ACCSFEED - ACCESS-CONTROL ACTIVATION FEED RECORD LAYOUT          *
000030* ONE RECORD PER BADGE EVENT FOR THE DOOR CARD-READER SYSTEM. AN   *
000040* ACTIVATION (A) IS WRITTEN BY HELLO WHENEVER A BADGE IS HANDED    *
000050* OUT - POOL OR FALLBACK ISSUE, PASS-HOLDER ADMISSION, GROUP       *
000060* MEMBER - AND CARRIES THE VISITOR ID, DESK, HOST AND THE DATE     *
000070* AND TIME THE BADGE STOPS OPENING DOORS. A DEACTIVATION (D) IS    *
000080* WRITTEN BY CHECKOUT WHEN THE BADGE COMES BACK, IS AGED TO LOST   *
000090* OR ITS CONTRACTOR PASS EXPIRES. ACCSRECN CARRIES THE BADGES THE  *
000100* FEED LEFT ACTIVE FROM NIGHT TO NIGHT IN THE SAME LAYOUT. SUPPLY  *
000110* THE 01 LEVEL AT THE COPY SITE.                                   *
000120*------------------------------------------------------------------*
000130 05 AF-ACTION PIC X(01).
000140    88 AF-ACTIVATE VALUE 'A'.
000150    88 AF-DEACTIVATE VALUE 'D'.
000160 05 FILLER PIC X(01).
000170 05 AF-BADGE-NO PIC 9(06).
000180 05 FILLER PIC X(01).
000190 05 AF-VISITOR-ID PIC 9(08).
000200 05 FILLER PIC X(01).
000210 05 AF-DESK-ID PIC X(02).
000220 05 FILLER PIC X(01).
000230 05 AF-HOST-ID PIC X(06).
000240 05 FILLER PIC X(01).
000250 05 AF-VALID-UNTIL.
000260     10 AF-VU-DATE PIC 9(06).
000270     10 AF-VU-TIME PIC 9(08).
000280 05 FILLER PIC X(01).
000290 05 AF-REASON PIC X(01).
000300    88 AF-BADGE-ISSUED VALUE 'I'.
000310    88 AF-PASS-ADMITTED VALUE 'P'.
000320    88 AF-BADGE-RETURNED VALUE 'R'.
000330    88 AF-BADGE-LOST VALUE 'L'.
000340    88 AF-PASS-EXPIRED VALUE 'E'.
000350 05 FILLER PIC X(01).
000360 05 AF-EVENT-TS PIC X(14).
