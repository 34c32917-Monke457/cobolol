000010*------------------------------------------------------------------*
000020* CALINVIT - CALENDAR INVITATION EXTRACT RECORD LAYOUT             *
000030* ONE RECORD PER VISITOR INVITED TO A MEETING ON SITE, SENT EACH   *
000040* NIGHT BY THE CORPORATE CALENDAR SYSTEM FOR EVERY UPCOMING        *
000050* INVITATION: THE CALENDAR'S INVITATION REFERENCE, THE VISIT DATE  *
000060* (YYMMDD), THE INVITING HOST'S EMPLOYEE ID, AND THE GUEST'S NAME  *
000070* AND COMPANY. READ BY CALINTK. SUPPLY THE 01 LEVEL AT THE COPY    *
000080* SITE.                                                            *
000090*------------------------------------------------------------------*
000100 05 IV-INVITE-REF PIC X(12).
000110 05 FILLER PIC X(01).
000120 05 IV-VISIT-DATE PIC 9(06).
000130 05 FILLER PIC X(01).
000140 05 IV-HOST-ID PIC X(06).
000150 05 FILLER PIC X(01).
000160 05 IV-NAME PIC X(20).
000170 05 FILLER PIC X(01).
000180 05 IV-COMPANY PIC X(20).
