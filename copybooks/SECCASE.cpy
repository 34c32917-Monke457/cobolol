000010*------------------------------------------------------------------*
000020* SECCASE - PENDING SECURITY CASE RECORD LAYOUT                    *
000030* ONE RECORD PER PERSON UNDER SECURITY INVESTIGATION, KEYED BY    *
000040* THE SECURITY OFFICE WITH ITS CASE REFERENCE, THE VISITOR ID      *
000050* WHEN KNOWN (ZERO OTHERWISE), THE NAME AS RECORDED, THE CASE      *
000060* STATUS (P = PENDING, C = CLOSED) AND THE DATE IT WAS OPENED      *
000070* (YYMMDD). READ BY VERASE, WHICH REFUSES TO ERASE ANYONE WITH A   *
000080* PENDING CASE. SUPPLY THE 01 LEVEL AT THE COPY SITE.              *
000090*------------------------------------------------------------------*
000100 05 SC-CASE-REF PIC X(10).
000110 05 FILLER PIC X(01).
000120 05 SC-VISITOR-ID PIC 9(08).
000130 05 FILLER PIC X(01).
000140 05 SC-NAME PIC X(20).
000150 05 FILLER PIC X(01).
000160 05 SC-STATUS PIC X(01).
000170    88 SC-PENDING VALUE 'P'.
000180    88 SC-CLOSED VALUE 'C'.
000190 05 FILLER PIC X(01).
000200 05 SC-OPENED-DATE PIC 9(06).
