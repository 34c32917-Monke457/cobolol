000010*------------------------------------------------------------------*
000020* COMPALS - COMPANY NAME VARIANT CROSS-REFERENCE RECORD LAYOUT     *
000030* ONE RECORD PER SPELLING OF A FIRM'S NAME, KEYED ON THE           *
000040* NORMALIZED (UPPER-CASED) NAME AND POINTING AT THE COMPANY CODE   *
000050* ON COMPMAST, SO 'ACME', 'ACME CORP' AND 'ACME CORPORATION' ARE   *
000060* ONE COMPANY. COMPMNT WRITES ONE FOR THE CANONICAL NAME AND ONE   *
000070* FOR EACH VARIANT KEYED; VEDIT AND VISTRPT RESOLVE RAW COMPANY    *
000080* TEXT THROUGH IT. SUPPLY THE 01 LEVEL AT THE COPY SITE.           *
000090*------------------------------------------------------------------*
000100 05 CA-NORM-NAME PIC X(20).
000110 05 CA-COMPANY-CODE PIC X(06).
