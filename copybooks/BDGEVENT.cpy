000010*------------------------------------------------------------------*
000020* BDGEVENT - BADGE LOSS AND RECOVERY LEDGER RECORD LAYOUT          *
000030* ONE RECORD PER CHANGE OF A PHYSICAL BADGE INTO OR OUT OF LOST    *
000040* STATUS, APPENDED TO THE CUMULATIVE BDGEVNT LEDGER. CHECKOUT      *
000050* WRITES L WHEN IT AGES AN UNRETURNED BADGE TO LOST; BADGLOAD      *
000060* WRITES F WHEN A LOST BADGE TURNS UP AND IS LOADED BACK INTO THE  *
000070* DRAWER. THE ISSUE DATE IS THE ONE ON BADGMAST AT THE TIME, SO    *
000080* THE CHARGEBACK RUN (BDGCHRG) CAN TRACE THE ISSUE BACK THROUGH    *
000090* GREETHST. THE LEDGER IS NEVER PURGED, SO IT CARRIES NO NAME THAT *
000100* AN ERASURE WOULD HAVE TO REACH. SUPPLY THE 01 LEVEL AT THE COPY  *
000110* SITE.                                                            *
000120*------------------------------------------------------------------*
000130 05 BE-EVENT PIC X(01).
000140    88 BE-LOST VALUE 'L'.
000150    88 BE-FOUND VALUE 'F'.
000160 05 FILLER PIC X(01).
000170 05 BE-EVENT-DATE PIC 9(06).
000180 05 FILLER PIC X(01).
000190 05 BE-BADGE-NO PIC 9(06).
000200 05 FILLER PIC X(01).
000210 05 BE-DATE-ISSUED PIC 9(06).
