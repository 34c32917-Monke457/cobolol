000010*------------------------------------------------------------------*
000020* PARKLOG - VISITOR PARKING LOG RECORD LAYOUT                      *
000030* ONE RECORD PER ADMITTED VISITOR WHO CAME BY CAR: THE PLATE, THE  *
000040* LOT ASKED FOR (OR THE DEFAULT LOT) AND THE LOT GIVEN, A          *
000050* DISPOSITION (A = SPACE IN THE LOT ASKED FOR, O = LOT FULL SO     *
000060* SENT TO ITS OVERFLOW LOT, N = NO SPACE COULD BE TAKEN), THE      *
000070* BADGE, VISITOR ID, NAME, COMPANY, HOST, DESK, ARRIVAL TIME AND  *
000080* BUSINESS DATE. WRITTEN PER DESK BY HELLO LIKE GREETLOG; READ BY  *
000090* CHECKOUT TO RELEASE THE SPACE, BY PARKRPT FOR HOURLY OCCUPANCY   *
000100* AND BY PLATELST FOR SECURITY. SUPPLY THE 01 LEVEL AT THE COPY    *
000110* SITE.                                                            *
000120*------------------------------------------------------------------*
000130 05 PK-PLATE PIC X(10).
000140 05 FILLER PIC X(01).
000150 05 PK-REQ-LOT PIC X(02).
000160 05 FILLER PIC X(01).
000170 05 PK-LOT PIC X(02).
000180 05 FILLER PIC X(01).
000190 05 PK-DISP PIC X(01).
000200    88 PK-IN-LOT VALUE 'A'.
000210    88 PK-OVERFLOW VALUE 'O'.
000220    88 PK-NO-SPACE VALUE 'N'.
000230    88 PK-SPACE-HELD VALUES 'A' 'O'.
000240 05 FILLER PIC X(01).
000250 05 PK-BADGE-NO PIC 9(06).
000260 05 FILLER PIC X(01).
000270 05 PK-VISITOR-ID PIC 9(08).
000280 05 FILLER PIC X(01).
000290 05 PK-NAME PIC X(20).
000300 05 FILLER PIC X(01).
000310 05 PK-COMPANY PIC X(20).
000320 05 FILLER PIC X(01).
000330 05 PK-HOST-ID PIC X(06).
000340 05 FILLER PIC X(01).
000350 05 PK-DESK-ID PIC X(02).
000360 05 FILLER PIC X(01).
000370 05 PK-ARRIVAL-TIME PIC X(08).
000380 05 FILLER PIC X(01).
000390 05 PK-PARK-DATE PIC 9(06).
