000010*------------------------------------------------------------------*
000020* COMPMAST - COMPANY MASTER RECORD LAYOUT                          *
000030* ONE RECORD PER VISITING FIRM, KEYED ON A SIX-CHARACTER COMPANY   *
000040* CODE, WITH THE CANONICAL NAME THAT BADGES AND REPORTS USE, A     *
000050* FLAG MARKING A CONTRACTOR FIRM, AND THE LAST DAY ITS INSURANCE   *
000060* CERTIFICATE OR APPROVED-SUPPLIER STATUS IS GOOD FOR (YYMMDD;     *
000070* ZERO MEANS IT DOES NOT LAPSE). MAINTAINED BY COMPMNT; THE        *
000080* COMPALS FILE RESOLVES THE NAMES VISITORS ACTUALLY GIVE TO THE    *
000090* CODE. HELLO WILL NOT ADMIT A CONTPASS HOLDER FROM A CONTRACTOR   *
000100* FIRM WHOSE DATE HAS LAPSED. SUPPLY THE 01 LEVEL AT THE COPY      *
000110* SITE.                                                            *
000120*------------------------------------------------------------------*
000130 05 CM-COMPANY-CODE PIC X(06).
000140 05 FILLER PIC X(01).
000150 05 CM-NAME PIC X(20).
000160 05 FILLER PIC X(01).
000170 05 CM-CONTRACTOR-SW PIC X(01).
000180    88 CM-CONTRACTOR VALUE 'Y'.
000190 05 FILLER PIC X(01).
000200 05 CM-COMPLY-DATE PIC 9(06).
