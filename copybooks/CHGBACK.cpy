000010*------------------------------------------------------------------*
000020* CHGBACK - LOST-BADGE CHARGEBACK INTERFACE RECORD LAYOUT          *
000030* FIXED-FORMAT FILE FOR ACCOUNTS PAYABLE, WRITTEN MONTHLY BY       *
000040* BDGCHRG. ONE DETAIL (D) RECORD PER BADGE CHARGED (C) OR          *
000050* CREDITED (R) TO A VISITOR'S COMPANY FOR THE BILLING MONTH        *
000060* (YYMM), WITH THE INVITING HOST, THEN ONE TRAILER (T) RECORD      *
000070* CARRYING THE DETAIL COUNT AND THE NET AMOUNT SO AP CAN PROVE THE *
000080* FILE ON RECEIPT. AMOUNTS CARRY A LEADING SEPARATE SIGN; A CREDIT *
000090* IS NEGATIVE. SUPPLY THE 01 LEVEL AT THE COPY SITE.               *
000100*------------------------------------------------------------------*
000110 05 CB-RECORD-TYPE PIC X(01).
000120    88 CB-DETAIL VALUE 'D'.
000130    88 CB-TRAILER VALUE 'T'.
000140 05 CB-BILLING-MONTH PIC 9(04).
000150 05 CB-DETAIL-DATA.
000160     10 CB-ENTRY-TYPE PIC X(01).
000170        88 CB-CHARGE VALUE 'C'.
000180        88 CB-CREDIT VALUE 'R'.
000190     10 CB-COMPANY PIC X(20).
000200     10 CB-HOST-ID PIC X(06).
000210     10 CB-BADGE-NO PIC 9(06).
000220     10 CB-VISITOR-ID PIC 9(08).
000230     10 CB-VISITOR-NAME PIC X(20).
000240     10 CB-DATE-ISSUED PIC 9(06).
000250     10 CB-EVENT-DATE PIC 9(06).
000260     10 CB-AMOUNT PIC S9(07)V99 SIGN LEADING SEPARATE.
000270 05 CB-TRAILER-DATA REDEFINES CB-DETAIL-DATA.
000280     10 CB-DETAIL-COUNT PIC 9(06).
000290     10 CB-NET-AMOUNT PIC S9(07)V99 SIGN LEADING SEPARATE.
000300     10 FILLER PIC X(67).
