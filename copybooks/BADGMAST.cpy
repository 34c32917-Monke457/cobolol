000030* ONE RECORD PER PHYSICAL BADGE IN STOCK, KEYED ON BADGE NUMBER.   *
000040* STATUS A = AVAILABLE IN THE DRAWER, I = ISSUED TO A VISITOR,     *
000050* L = LOST/UNRETURNED. HELLO ASSIGNS THE NEXT AVAILABLE BADGE,     *
000060* CHECKOUT RETURNS IT TO THE POOL OR AGES IT TO LOST, BADGLOAD     *
000070* ADDS NEW STOCK AND PUTS A FOUND LOST BADGE BACK IN THE DRAWER    *
000072* (BOTH LOGGED ON THE BDGEVNT LEDGER), AND BADGRPT COUNTS THE      *
000074* DRAWER.                                                          *
000080* SUPPLY THE 01 LEVEL AT THE COPY SITE.                            *
000090*------------------------------------------------------------------*
000100 05 BM-BADGE-NO PIC 9(06).
000110 05 BM-STATUS PIC X(01).
