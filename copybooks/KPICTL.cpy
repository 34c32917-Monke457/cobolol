000010*------------------------------------------------------------------*
000020* KPICTL - KPI HISTORY TRANSMISSION CONTROL RECORD LAYOUT          *
000030* ONE PIPE-DELIMITED RECORD WRITTEN BY KPIDAY EACH TIME IT BUILDS  *
000040* A NEW KPIHIST GENERATION, SO THE FACILITIES BI LOAD CAN PROVE IT *
000050* RECEIVED THE WHOLE FILE: THE BUSINESS DATE POSTED, THE RUN DATE  *
000060* AND TIME, THE ROWS POSTED FOR THE DATE, THE ROWS THEY REPLACED   *
000070* FROM AN EARLIER RUN OF THE SAME DATE, THE TOTAL ROWS ON THE NEW  *
000080* HISTORY, AND A HASH TOTAL OF THE ARRIVALS COLUMN ACROSS EVERY    *
000090* ROW ON IT. COPY INTO WORKING-STORAGE SO THE DELIMITERS TAKE      *
000100* THEIR VALUES; SUPPLY THE 01 LEVEL AT THE COPY SITE.              *
000110*------------------------------------------------------------------*
000120 05 KC-BUSINESS-DATE PIC 9(06).
000130 05 FILLER PIC X(01) VALUE '|'.
000140 05 KC-RUN-DATE PIC 9(06).
000150 05 FILLER PIC X(01) VALUE '|'.
000160 05 KC-RUN-TIME PIC 9(06).
000170 05 FILLER PIC X(01) VALUE '|'.
000180 05 KC-DAY-ROWS PIC 9(05).
000190 05 FILLER PIC X(01) VALUE '|'.
000200 05 KC-ROWS-REPLACED PIC 9(05).
000210 05 FILLER PIC X(01) VALUE '|'.
000220 05 KC-HISTORY-ROWS PIC 9(07).
000230 05 FILLER PIC X(01) VALUE '|'.
000240 05 KC-ARRIVALS-HASH PIC 9(09).
