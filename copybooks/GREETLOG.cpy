000110* ID RESOLVED THROUGH THE VISITALS ALIAS FILE, AND A DISPOSITION   *
000120* FLAG FOR THE NIGHTLY BALANCING: B = BADGED AND HOST NOTIFIED,    *
000130* H = BADGED BUT HOST UNKNOWN, G = GROUP MEMBER COVERED BY THE     *
000140* LEADER'S NOTIFICATION, D = DENIED, X = DUPLICATE, I = HELD AT    *
000142* THE DESK FOR A MISSING OR LAPSED SAFETY INDUCTION OR NDA, OR AS  *
000144* A CONTRACTOR FROM A FIRM WHOSE COMPMAST COMPLIANCE DATE HAS      *
000146* LAPSED. WRITTEN BY HELLO; READ BY GREETRPT, CHECKOUT, GLMERGE,   *
000150* GLARCH, GLXTRACT, MUSTER, AND CNTLBAL. SUPPLY THE 01 LEVEL AT    *
000160* THE COPY SITE.                                                   *
000170*------------------------------------------------------------------*
000180 05 GL-SEQ-NO PIC 9(05).
000190 05 FILLER PIC X(01).
000490    88 GL-DISP-GROUP-MEMBER VALUE 'G'.
000500    88 GL-DISP-DENIED VALUE 'D'.
000510    88 GL-DISP-DUPLICATE VALUE 'X'.
000512    88 GL-DISP-INDUCTION-HOLD VALUE 'I'.
000520    88 GL-DISP-BADGED VALUES 'B' 'H' 'G'.
