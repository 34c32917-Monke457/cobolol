000010*------------------------------------------------------------------*
000020* LOTMAST - PARKING LOT MASTER RECORD LAYOUT                       *
000030* ONE RECORD PER VISITOR CAR PARK, KEYED ON A TWO-CHARACTER LOT    *
000040* CODE, WITH A DESCRIPTION FOR THE LABEL AND REPORTS, THE NUMBER   *
000050* OF SPACES (ZERO MEANS THE LOT IS NEVER TREATED AS FULL), THE     *
000060* SPACES TAKEN RIGHT NOW, THE LOT A CAR IS SENT TO WHEN THIS ONE   *
000070* IS FULL, AND A FLAG MARKING THE LOT USED WHEN A DRIVER ASKS FOR  *
000080* NONE. LOADED BY LOTLOAD; HELLO TAKES A SPACE AT CHECK-IN,        *
000090* CHECKOUT GIVES IT BACK, AND PARKRPT PRINTS THE CAPACITY.         *
000100* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000110*------------------------------------------------------------------*
000120 05 LM-LOT-CODE PIC X(02).
000130 05 FILLER PIC X(01).
000140 05 LM-DESCRIPTION PIC X(20).
000150 05 FILLER PIC X(01).
000160 05 LM-CAPACITY PIC 9(04).
000170 05 FILLER PIC X(01).
000180 05 LM-OCCUPIED PIC 9(04).
000190 05 FILLER PIC X(01).
000200 05 LM-OVERFLOW-LOT PIC X(02).
000210 05 FILLER PIC X(01).
000220 05 LM-DEFAULT-SW PIC X(01).
000230    88 LM-DEFAULT-LOT VALUE 'Y'.
