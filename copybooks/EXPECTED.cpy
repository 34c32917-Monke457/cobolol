000010*------------------------------------------------------------------*
000020* EXPECTED - EXPECTED-VISITOR (PRE-REGISTRATION) RECORD LAYOUT     *
000030* ONE RECORD PER GUEST EXPECTED ON A GIVEN DAY: NAME, COMPANY, THE *
000040* HOST'S NAME, THE EXPECTED DATE (YYMMDD) AND THE HOST'S EMPLOYEE  *
000050* ID. CALINTK ADDS THE CALENDAR INVITATIONS FOR THE NEXT FEW       *
000060* BUSINESS DAYS EACH NIGHT, WRITING THE EXPECTN GENERATION THAT    *
000070* THE NEXT JOB STEP PROMOTES TO EXPECTED; RECORDS KEYED BY HAND    *
000080* CARRY A BLANK HOST ID AND ARE CARRIED OVER UNTOUCHED. HELLO      *
000090* LOADS THE RECORDS DATED FOR THE BUSINESS DAY (OR UNDATED) TO     *
000100* TELL PRE-REGISTERED GUESTS FROM WALK-INS. SUPPLY THE 01 LEVEL AT *
000110* THE COPY SITE.                                                   *
000120*------------------------------------------------------------------*
000130 05 EV-NAME PIC X(20).
000140 05 FILLER PIC X(01).
000150 05 EV-COMPANY PIC X(20).
000160 05 FILLER PIC X(01).
000170 05 EV-HOST PIC X(20).
000180 05 FILLER PIC X(01).
000190 05 EV-EXPECT-DATE PIC 9(06).
000200 05 FILLER PIC X(01).
000210 05 EV-HOST-ID PIC X(06).
